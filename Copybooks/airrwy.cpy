      * SERVICEABLE runway off this file when it is configured, so
      * a field whose main runway is shut for resurfacing stops
      * grading as adequate on the strength of a closed strip.
      * True-heading is the runway's true bearing as surveyed
      * (001-360, zero when not known); the ident audit checks the
      * painted number against it and the local variation.
      *
      ******************************************************************

               88  (prefix)-has-ils    value "Y".
           03  (prefix)-serviceable    pic x.
               88  (prefix)-is-serviceable value "Y".
           03  (prefix)-true-heading   pic 9(3).
