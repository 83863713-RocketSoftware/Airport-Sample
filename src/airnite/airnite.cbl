      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Night arrivals into unlit airfields. For the date in
      * dd_night_date (YYYYMMDD) takes every airline-file row
      * operating that day (effective dates and Mon-Sun mask
      * honoured, blank schedule fields read as daily, as airttbl
      * does) whose destination has rows on the runway detail file
      * but none both lit and serviceable. The arrival is put in
      * the destination's local clock - UTC offset plus any
      * daylight-saving delta in force on the date, as the slot
      * report works it out - on its own local date (an arrival
      * time before the departure time lands the next day), and
      * listed when it falls between civil sunset and sunrise
      * there (the airsun service). A destination with no runway
      * rows on file is not graded, as on the online arrival check.
      * Report on dd_night_arrivals_out, by destination and
      * arrival time. Writes the common run log.
      *
      ******************************************************************
       program-id. airnite.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airdst-file assign airdst-file-name
           organization indexed
           record key is dz-zone with no duplicates
           file status is airdst-status
           access dynamic.

       select airrwy-file assign airrwy-file-name
           organization indexed
           record key is rw-key with no duplicates
           file status is airrwy-status
           access dynamic.

       select sort-arrivals assign to "sortwk14".

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airdst-file.
       01 dz-rec.
       copy "airdst.cpy" replacing ==(prefix)== by ==dz==.

       fd airrwy-file.
       01 rw-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==rw==.

       sd sort-arrivals.
       01 sa-rec.
           03 sa-key.
               05 sa-dest              pic x(4).
               05 sa-local-date        pic 9(8).
               05 sa-local-mins        pic 9(4).
           03 sa-airline               pic x(3).
           03 sa-flight                pic 9(4).
           03 sa-origin                pic x(4).
           03 sa-sun-state             pic x.
           03 sa-sunset                pic x(5).
           03 sa-sunrise               pic x(5).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airsunp.cpy" replacing ==(su-prefix)== by ==su==.
       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 airdst-file-name             pic x(80).
       01 airrwy-file-name             pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airdst-status                pic xx.
       01 airrwy-status                pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airdst-dat                   value "dd_dst_rules".
       78 airrwy-dat                   value "dd_runways".
       78 report-dat                   value "dd_night_arrivals_out".
       78 night-date-dat               value "dd_night_date".

       01 dst-file-available           pic 9 value 0.
       01 rwy-file-available           pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-arrivals                pic x value "Y".
           88 no-more-arrivals         value "N".

       01 night-date                   pic x(8).
       01 night-date-num               pic 9(8).
       01 night-day-number             pic 9(7).
       01 night-dow                    pic 9.
       01 night-date-valid             pic 9 value 0.
       01 night-mmdd                   pic x(4).

       01 dst-in-force                 pic 9.
       01 flight-operates              pic 9.

      *> the destination last graded, kept while the key order
      *> brings its rows together
       01 dest-code                    pic x(4).
       01 dest-unlit                   pic 9.
       01 dest-offset                  pic s9(2)v99.
       01 dest-latitude                pic x(10).
       01 dest-longitude               pic x(10).
       01 runway-rows-found            pic 9.
       01 lit-runway-found             pic 9.

       01 dep-utc-mins                 pic 9(4).
       01 arr-utc-mins                 pic s9(5).
       01 arr-local-abs                pic s9(5).
       01 arr-local-mins               pic 9(4).
       01 arr-local-date               pic 9(8).
       01 arrival-in-dark              pic 9.

       01 local-hh                     pic 99.
       01 local-mm                     pic 99.
       01 local-hhmm                   pic x(5).
       01 break-dest                   pic x(4).
       01 detail-line                  pic x(132).

       01 night-counters.
           03 routes-read              pic 9(7) value 0.
           03 arrivals-unlit           pic 9(7) value 0.
           03 arrivals-after-dark      pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if night-date-valid = 0
               display "dd_night_date must be a valid YYYYMMDD"
               move 8 to return-code
           else
           if rwy-file-available = 0
               display "dd_runways is not available"
               move 8 to return-code
           else
               perform write-report-heading
               sort sort-arrivals
                   on ascending key sa-key
                   input procedure is select-night-arrivals
                   output procedure is list-night-arrivals
               perform write-report-summary
           end-if
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display night-date-dat upon environment-name
           accept night-date from environment-value
           if night-date numeric
               move night-date to night-date-num
               if function test-date-yyyymmdd(night-date-num) = 0
                   move 1 to night-date-valid
                   compute night-day-number =
                       function integer-of-date(night-date-num)
                   compute night-dow =
                       function mod(night-day-number - 1, 7) + 1
                   move night-date(5:4) to night-mmdd
               end-if
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airdst-dat upon environment-name
           accept airdst-file-name from environment-value
           open input airdst-file
           if airdst-status = "00"
               move 1 to dst-file-available
           end-if

           display airrwy-dat upon environment-name
           accept airrwy-file-name from environment-value
           open input airrwy-file
           if airrwy-status = "00"
               move 1 to rwy-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       select-night-arrivals section.
           move spaces to dest-code
           move low-values to ar-key
           start airline-file key >= ar-key
               invalid key
                   move "N" to more-routes
           end-start
           perform until no-more-routes
               read airline-file next record
                   at end
                       move "N" to more-routes
                   not at end
                       add 1 to routes-read
                       perform check-flight-operates
                       if flight-operates = 1
                           perform grade-one-arrival
                       end-if
               end-read
           end-perform
       .

       check-flight-operates section.
       *> same reading as airttbl and aircode's schedule filter:
       *> blank schedule fields mean the row operates daily.
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and night-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and night-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(night-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       grade-one-arrival section.
           if ar-arr-time not numeric
               exit section
           end-if
           if ar-dest not = dest-code
               move ar-dest to dest-code
               perform grade-destination
           end-if
           if dest-unlit = 0
               exit section
           end-if
           add 1 to arrivals-unlit
           compute arr-utc-mins =
               function numval(ar-arr-time(1:2)) * 60
               + function numval(ar-arr-time(3:2))
           if ar-dep-time numeric
               compute dep-utc-mins =
                   function numval(ar-dep-time(1:2)) * 60
                   + function numval(ar-dep-time(3:2))
               if arr-utc-mins < dep-utc-mins
                   add 1440 to arr-utc-mins
               end-if
           end-if
           compute arr-local-abs = arr-utc-mins + dest-offset * 60
               + 1440
           compute arr-local-mins = function mod(arr-local-abs, 1440)
           compute arr-local-date = function date-of-integer(
               night-day-number
               + function integer(arr-local-abs / 1440) - 1)
           move dest-latitude to su-latitude
           move dest-longitude to su-longitude
           move arr-local-date to su-date
           move dest-offset to su-utc-offset
           call "airsun" using su-sun-area
           move 0 to arrival-in-dark
           evaluate true
               when su-dark-all-day
                   move 1 to arrival-in-dark
               when su-light-all-day
                   continue
               when su-rise-mins < su-set-mins
                   if arr-local-mins < su-rise-mins
                           or arr-local-mins >= su-set-mins
                       move 1 to arrival-in-dark
                   end-if
               when other
                   if arr-local-mins >= su-set-mins
                           and arr-local-mins < su-rise-mins
                       move 1 to arrival-in-dark
                   end-if
           end-evaluate
           if arrival-in-dark = 1
               add 1 to arrivals-after-dark
               move ar-dest to sa-dest
               move arr-local-date to sa-local-date
               move arr-local-mins to sa-local-mins
               move ar-airline to sa-airline
               move ar-flight-start to sa-flight
               move ar-origin to sa-origin
               move su-state to sa-sun-state
               move su-set-time to sa-sunset
               move su-rise-time to sa-sunrise
               release sa-rec
           end-if
       .

       grade-destination section.
       *> unlit: runway rows on file, none of them both lit and
       *> serviceable. The position and the offset on the report
       *> date come with it.
           move 0 to dest-unlit
           move 0 to runway-rows-found lit-runway-found
           move dest-code to rw-airport
           move low-values to rw-ident
           start airrwy-file key >= rw-key
               invalid key
                   exit section
           end-start
           read airrwy-file next record
           perform until airrwy-status not = "00"
                   or rw-airport not = dest-code
               move 1 to runway-rows-found
               if rw-is-serviceable and rw-has-ils
                   move 1 to lit-runway-found
               end-if
               read airrwy-file next record
                   at end
                       move "10" to airrwy-status
               end-read
           end-perform
           if runway-rows-found = 0 or lit-runway-found = 1
               exit section
           end-if
           move dest-code to f-code
           read airfile
               invalid key
                   exit section
           end-read
           move 1 to dest-unlit
           move f-latitude to dest-latitude
           move f-longitude to dest-longitude
           move f-utc-offset to dest-offset
           if dst-file-available = 1 and f-dst-zone not = spaces
               move function upper-case(f-dst-zone) to dz-zone
               read airdst-file
                   invalid key
                       continue
                   not invalid key
                       perform test-dst-on-night-date
                       if dst-in-force = 1
                           compute dest-offset = dest-offset + dz-delta
                       end-if
               end-read
           end-if
       .

       test-dst-on-night-date section.
           move 0 to dst-in-force
           if dz-start-mmdd <= dz-end-mmdd
               if night-mmdd >= dz-start-mmdd
                       and night-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           else
      *> southern-hemisphere period spanning the turn of the year
               if night-mmdd >= dz-start-mmdd
                       or night-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           end-if
       .

       list-night-arrivals section.
           move spaces to break-dest
           perform read-next-arrival
           perform until no-more-arrivals
               if sa-dest not = break-dest
                   move sa-dest to break-dest
                   write report-rec from spaces
                   move spaces to detail-line
                   string sa-dest delimited by space
                          " - no lit serviceable runway"
                              delimited by size
                          into detail-line
                   write report-rec from detail-line
               end-if
               perform write-arrival-line
               perform read-next-arrival
           end-perform
       .

       read-next-arrival section.
           return sort-arrivals
               at end
                   move "N" to more-arrivals
           end-return
       .

       write-arrival-line section.
           compute local-hh = sa-local-mins / 60
           compute local-mm = function mod(sa-local-mins, 60)
           move spaces to local-hhmm
           string local-hh delimited by size
                  ":" delimited by size
                  local-mm delimited by size
                  into local-hhmm
           move spaces to detail-line
           string "    " delimited by size
                  sa-local-date delimited by size
                  " " delimited by size
                  local-hhmm delimited by size
                  "  ARR  " delimited by size
                  sa-airline delimited by space
                  " " delimited by size
                  sa-flight delimited by size
                  "  from " delimited by size
                  sa-origin delimited by space
                  into detail-line
           evaluate sa-sun-state
               when "P"
                   move "dark all day" to detail-line(50:)
               when other
                   string "sunset " delimited by size
                          sa-sunset delimited by size
                          "  sunrise " delimited by size
                          sa-sunrise delimited by size
                          into detail-line(50:)
           end-evaluate
           write report-rec from detail-line
       .

       write-report-heading section.
           move spaces to detail-line
           string "Arrivals after dark into unlit airfields for "
                      delimited by size
                  night-date delimited by size
                  " (local clock, civil twilight)" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Routes read: " delimited by size
                  routes-read delimited by size
                  "  Arrivals into unlit fields: " delimited by size
                  arrivals-unlit delimited by size
                  "  After dark: " delimited by size
                  arrivals-after-dark delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           close airline-file
           close airfile
           if dst-file-available = 1
               close airdst-file
           end-if
           if rwy-file-available = 1
               close airrwy-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRNITE" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           if night-date-valid = 0 or rwy-file-available = 0
               move "FAIL" to rl-status
           else
               move "OK" to rl-status
           end-if
           move routes-read to rl-in-count
           move arrivals-after-dark to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Night arrivals into unlit airfields" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airnite.
