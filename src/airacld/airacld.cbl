      * Builds the aircraft-type reference table, one type per line:
      *
      *     type,description,cruise-kmh,range-km,min-runway-ft,
      *     burn-litres-per-km,min-turnaround-mins,mtow-tonnes
      *
      * e.g. "B738,BOEING 737-800,840,05400,05800,3.5,045,79.0".
      * Rebuilt from scratch each run - the table is small and the
      * extract is its single source of truth.
      *
      ******************************************************************
       program-id. airacld.
           03 csv-range                pic x(5).
           03 csv-runway               pic x(5).
           03 csv-burn                 pic x(5).
           03 csv-turn                 pic x(3).
           03 csv-mtow                 pic x(6).

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-type csv-descr csv-cruise csv-range
                    csv-runway csv-burn csv-turn csv-mtow
           end-unstring
           if csv-type = spaces or csv-cruise not numeric
               add 1 to records-rejected
               if csv-burn not = spaces
                   compute ac-burn-lpk = function numval(csv-burn)
               end-if
               if csv-turn not = spaces
                       and function test-numval(csv-turn) = 0
                   compute ac-min-turn-mins = function numval(csv-turn)
               end-if
               if csv-mtow not = spaces
                       and function test-numval(csv-mtow) = 0
                   compute ac-mtow-tonnes = function numval(csv-mtow)
               end-if
               write ac-rec
                   invalid key
                       add 1 to records-rejected
