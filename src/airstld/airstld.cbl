      * Loads the annual traffic statistics from the published feed,
      * one airport-year per line:
      *
      *     code,year,passengers,movements,cargo-tonnes[,Y]
      *
      * Years accumulate on the file - a republished figure for an
      * existing airport-year is rewritten in place, earlier years
      * stay for trend reporting.
      * Before a row is applied it is held up against the airport's
      * latest earlier year on file: passengers, movements or cargo
      * moving by more than the site's limits (STATS-MAX-PAX-PCT,
      * STATS-MAX-MOVES-PCT, STATS-MAX-CARGO-PCT on the site
      * parameters; 50, 50 and 100 by default), or passengers per
      * movement outside STATS-PAX-PER-MOVE-MIN to -MAX (5 to 400),
      * hold the row on the common reject file instead - one
      * misplaced digit must not make a regional field the busiest
      * in the country on every traffic report. A held row that is
      * genuine is confirmed on the repair screen, which marks it
      * with a trailing Y, and comes back through airrsub; a
      * confirmed row skips the comparison but nothing else.
      *
      ******************************************************************
       program-id. airstld.
           organization line sequential
           file status is csv-status.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select airstat-file assign airstat-file-name
           organization indexed
           record key is st-key with no duplicates
       fd csv-file.
       01 csv-rec                      pic x(80).

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd airstat-file.
       01 st-rec.
       copy "airstat.cpy" replacing ==(prefix)== by ==st==.

       working-storage section.
       01 csv-file-name                pic x(80).
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 airstat-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 csv-status                   pic xx.
       01 airstat-status               pic xx.
       01 siteparams-status            pic xx.
       78 csv-dat                      value "dd_stats_feed".
       78 airstat-dat                  value "dd_traffic_stats".
       78 siteparams-dat               value "dd_site_params".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(25).
       01 siteparam-value              pic x(14).

      *> the plausibility limits, site parameters over these
      *> defaults
       01 stats-limits.
           03 max-pax-pct              pic 9(5) value 50.
           03 max-moves-pct            pic 9(5) value 50.
           03 max-cargo-pct            pic 9(5) value 100.
           03 min-pax-per-move         pic 9(5) value 5.
           03 max-pax-per-move         pic 9(5) value 400.

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".
           03 csv-pax                  pic x(9).
           03 csv-movements            pic x(7).
           03 csv-cargo                pic x(7).
           03 csv-confirmed            pic x.

      *> the row as it will be applied, and the airport's latest
      *> earlier year on file to measure it against
       01 new-stat-rec.
       copy "airstat.cpy" replacing ==(prefix)== by ==ns==.
       01 prior-found                  pic 9.
       01 prior-year                   pic x(4).
       01 prior-passengers             pic 9(9).
       01 prior-movements              pic 9(7).
       01 prior-cargo                  pic 9(7).
       01 more-prior                   pic x.

       01 hold-reason                  pic x(30).
       01 change-pct                   pic 9(11).
       01 change-edit                  pic z(10)9.
       01 pax-per-move                 pic 9(9).
       01 ratio-edit                   pic z(8)9.
       01 change-word                  pic x(5).

       01 load-counters.
           03 records-read             pic 9(7) value 0.
           03 records-added            pic 9(7) value 0.
           03 records-replaced         pic 9(7) value 0.
           03 records-rejected         pic 9(7) value 0.
           03 records-held             pic 9(7) value 0.

       procedure division.
       main section.
           perform load-stats-limits
           perform open-files
           perform until no-more-input
               read csv-file into csv-rec
           end-if
       .

       load-stats-limits section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the rows this load cares about
           display siteparams-dat upon environment-name
           accept siteparams-file-name from environment-value
           if siteparams-file-name = spaces
               exit section
           end-if
           open input siteparams-file
           move "Y" to siteparams-more
           if siteparams-status not = "00"
               move "N" to siteparams-more
           end-if
           perform until siteparams-more = "N"
               read siteparams-file
                   at end
                       move "N" to siteparams-more
                   not at end
                       move spaces to siteparam-name
                                      siteparam-value
                       unstring siteparams-rec delimited by ","
                           into siteparam-name siteparam-value
                       end-unstring
                       if siteparam-value not = spaces
                               and function test-numval(siteparam-value)
                                   = 0
                           perform take-stats-limit
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       take-stats-limit section.
           evaluate function upper-case(siteparam-name)
               when "STATS-MAX-PAX-PCT"
                   compute max-pax-pct =
                       function numval(siteparam-value)
               when "STATS-MAX-MOVES-PCT"
                   compute max-moves-pct =
                       function numval(siteparam-value)
               when "STATS-MAX-CARGO-PCT"
                   compute max-cargo-pct =
                       function numval(siteparam-value)
               when "STATS-PAX-PER-MOVE-MIN"
                   compute min-pax-per-move =
                       function numval(siteparam-value)
               when "STATS-PAX-PER-MOVE-MAX"
                   compute max-pax-per-move =
                       function numval(siteparam-value)
           end-evaluate
       .

       load-one-stat-row section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-code csv-year csv-pax csv-movements
                    csv-cargo csv-confirmed
           end-unstring
           if csv-code = spaces or csv-year not numeric
                   or csv-pax not numeric
               add 1 to records-rejected
           else
               initialize new-stat-rec
               move function upper-case(csv-code) to ns-airport
               move csv-year to ns-year
               move csv-pax to ns-passengers
               if csv-movements numeric
                   move csv-movements to ns-movements
               end-if
               if csv-cargo numeric
                   move csv-cargo to ns-cargo-tonnes
               end-if
               move spaces to hold-reason
               if function upper-case(csv-confirmed) not = "Y"
                   perform check-stat-plausibility
               end-if
               if hold-reason not = spaces
                   perform hold-stat-row
                   exit section
               end-if
               move new-stat-rec to st-rec
               write st-rec
                   invalid key
                       rewrite st-rec
           end-if
       .

       check-stat-plausibility section.
       *> each figure against the same figure the latest earlier
       *> year; a figure with nothing to compare with (no earlier
       *> year, or zero that year) is not measured. Passengers per
       *> movement is measured wherever both are given.
           perform find-prior-stat-year
           if prior-found = 1
               if prior-passengers > 0
                   compute change-pct rounded =
                       function abs(ns-passengers - prior-passengers)
                           * 100 / prior-passengers
                   if change-pct > max-pax-pct
                       move "pax" to change-word
                       perform build-change-reason
                       exit section
                   end-if
               end-if
               if prior-movements > 0
                   compute change-pct rounded =
                       function abs(ns-movements - prior-movements)
                           * 100 / prior-movements
                   if change-pct > max-moves-pct
                       move "moves" to change-word
                       perform build-change-reason
                       exit section
                   end-if
               end-if
               if prior-cargo > 0
                   compute change-pct rounded =
                       function abs(ns-cargo-tonnes - prior-cargo)
                           * 100 / prior-cargo
                   if change-pct > max-cargo-pct
                       move "cargo" to change-word
                       perform build-change-reason
                       exit section
                   end-if
               end-if
           end-if
           if ns-passengers > 0 and ns-movements > 0
               compute pax-per-move rounded =
                   ns-passengers / ns-movements
               if pax-per-move < min-pax-per-move
                       or pax-per-move > max-pax-per-move
                   move pax-per-move to ratio-edit
                   string "pax/movement " delimited by size
                          function trim(ratio-edit) delimited by size
                          " out of band" delimited by size
                          into hold-reason
               end-if
           end-if
       .

       find-prior-stat-year section.
       *> the airport's years run in key order, so the last one
       *> read before this row's year is the latest earlier year
           move 0 to prior-found
           move ns-airport to st-airport
           move low-values to st-year
           move "Y" to more-prior
           start airstat-file key >= st-key
               invalid key
                   move "N" to more-prior
           end-start
           perform until more-prior = "N"
               read airstat-file next record
                   at end
                       move "N" to more-prior
                   not at end
                       if st-airport not = ns-airport
                               or st-year not < ns-year
                           move "N" to more-prior
                       else
                           move 1 to prior-found
                           move st-year to prior-year
                           move st-passengers to prior-passengers
                           move st-movements to prior-movements
                           move st-cargo-tonnes to prior-cargo
                       end-if
               end-read
           end-perform
       .

       build-change-reason section.
           move change-pct to change-edit
           string change-word delimited by space
                  " moved " delimited by size
                  function trim(change-edit) delimited by size
                  "% on " delimited by size
                  prior-year delimited by size
                  into hold-reason
       .

       hold-stat-row section.
           add 1 to records-held
           move "AIRSTLD" to wr-source-job
           move hold-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Traffic statistics load complete"
           display "  Records read     : " records-read
           display "  Records added    : " records-added
           display "  Records replaced : " records-replaced
           display "  Records rejected : " records-rejected
           display "  Records held     : " records-held
       .

       close-files section.
