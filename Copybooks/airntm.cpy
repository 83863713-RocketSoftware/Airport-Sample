      * f-status flag and the staged-maintenance path both miss.
      * Lookups warn, and the diversion and connection searches
      * exclude, for any date inside the window; the airntmx purge
      * retires windows already past. A window loaded off a NOTAM
      * (airnotm) carries the NOTAM's id, so a later replacement or
      * cancellation finds it, and its kind: a runway closure warns
      * on lookups but leaves the airport usable to the diversion
      * and connection searches. Rows from before the kind existed
      * read as whole-airport restrictions.
      *
      ******************************************************************

               05  (prefix)-start-date  pic x(8).
           03  (prefix)-end-date       pic x(8).
           03  (prefix)-reason         pic x(30).
           03  (prefix)-kind           pic x.
               88  (prefix)-airport-closure value "A" " ".
               88  (prefix)-runway-closure  value "R".
           03  (prefix)-notam-id       pic x(8).
           03  (prefix)-runway         pic x(7).
