      *
      * Builds the per-runway detail file, one runway per line:
      *
      *     code,ident,length-ft,surface,lighted,serviceable,heading
      *
      * e.g. "LHR,09L,12799,ASPHALT,Y,Y,090". Heading is the
      * runway's true bearing in three digits, 001-360, and may be
      * left off. The adequacy checks take the longest serviceable
      * runway off this file instead of the master's single
      * longest-runway figure. Rebuilt from scratch each run; flip
      * a runway's serviceable flag in the feed and reload when one
      * shuts for works.
      *
      ******************************************************************
       program-id. airrwld.
           03 csv-surface              pic x(8).
           03 csv-lighted              pic x.
           03 csv-serviceable          pic x.
           03 csv-heading              pic x(3).

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-code csv-ident csv-length csv-surface
                    csv-lighted csv-serviceable csv-heading
           end-unstring
           if csv-heading = spaces
               move "000" to csv-heading
           end-if
           if csv-code = spaces or csv-ident = spaces
                   or csv-length not numeric
                   or csv-heading not numeric
                   or csv-heading > "360"
               add 1 to records-rejected
           else
               initialize rw-rec
               move function upper-case(csv-lighted) to rw-lighted
               move function upper-case(csv-serviceable)
                   to rw-serviceable
               move csv-heading to rw-true-heading
               write rw-rec
                   invalid key
                       add 1 to records-rejected
