      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Loads actual movement times off the MVT-style feed into the
      * movements file (dd_movements), one movement per line:
      *
      *     AD,airline,flight,date,hhmm     actual departure
      *     AA,airline,flight,date,hhmm     actual arrival
      *
      * e.g. "AD,BA,0117,20250614,1012" for off-block at 10:12 UTC
      * on the flight scheduled to leave on 14 June. Each movement
      * is matched to its scheduled flight - the dated instance
      * (dd_flight_instances) when one is on file, else the route
      * row whose airline and flight-number range cover it and
      * which operates that day - and its delay against the
      * schedule recorded; a matched instance is marked operated.
      * A movement on a flight the desk cancelled, one that matches
      * nothing, and one whose schedule carries no times to measure
      * against go to the common reject file, as do bad lines. A
      * movement sent again replaces the earlier time. Writes the
      * common run log.
      *
      ******************************************************************
       program-id. airactl.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
           access dynamic.

       select airmove-file assign airmove-file-name
           organization indexed
           record key is mv-key with no duplicates
           file status is airmove-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(80).

       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd airmove-file.
       01 mv-rec.
       copy "airmove.cpy" replacing ==(prefix)== by ==mv==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airline-file-name            pic x(80).
       01 airinst-file-name            pic x(80).
       01 airmove-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 airline-status               pic xx.
       01 airinst-status               pic xx.
       01 airmove-status               pic xx.
       78 csv-dat                      value "dd_movement_feed".
       78 airline-dat                  value "dd_airlines".
       78 airinst-dat                  value "dd_flight_instances".
       78 airmove-dat                  value "dd_movements".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 csv-fields.
           03 csv-kind                 pic x(2).
           03 csv-airline              pic x(3).
           03 csv-flight               pic x(4).
           03 csv-date                 pic x(8).
           03 csv-time                 pic x(4).

      *> the route rows held for matching movements with no dated
      *> instance - the route key leads with the origin, so a
      *> flight number cannot be sought on the file itself
       78 max-routes                   value 3000.
       01 route-count                  pic 9(4) value 0.
       01 route-overflow               pic 9 value 0.
       01 route-table.
           03 route-entry occurs 3000.
               05 rt-airline           pic x(3).
               05 rt-flight-start      pic 9(4).
               05 rt-flight-end        pic 9(4).
               05 rt-origin            pic x(4).
               05 rt-dest              pic x(4).
               05 rt-dep-time          pic x(4).
               05 rt-arr-time          pic x(4).
               05 rt-days-of-week      pic x(7).
               05 rt-eff-from          pic x(8).
               05 rt-eff-to            pic x(8).
       01 rt-idx                       pic 9(4).
       01 rt-found                     pic 9(4).

       01 instances-available          pic 9 value 0.
       01 airmove-open                 pic 9 value 0.
       01 instance-found               pic 9.
       01 flight-num                   pic 9(4).
       01 move-date-num                pic 9(8).
       01 move-dow                     pic 9.
       01 flight-operates              pic 9.

       01 match-origin                 pic x(4).
       01 match-dest                   pic x(4).
       01 match-dep                    pic x(4).
       01 match-arr                    pic x(4).
       01 match-on                     pic x.
       01 sched-hhmm                   pic x(4).
       01 actual-hhmm                  pic x(4).
       01 delay-mins                   pic s9(5).

       01 now-stamp                    pic x(21).
       01 reject-reason                pic x(30).
       01 run-status-word              pic x(4) value "OK".

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 movements-recorded       pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if airmove-open = 1
               perform load-route-table
           end-if
           perform until no-more-input
               read csv-file
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to records-read
                       perform load-one-line
               end-read
           end-perform
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           move function current-date to now-stamp
           display csv-dat upon environment-name
           accept csv-file-name from environment-value
           open input csv-file
           if csv-status not = "00"
               move "N" to more-input
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
           end-if

      *> i-o, since a movement marks its instance operated
           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open i-o airinst-file
           if airinst-status = "00"
               move 1 to instances-available
           end-if

      *> the first run creates the movements file
           display airmove-dat upon environment-name
           accept airmove-file-name from environment-value
           open i-o airmove-file
           if airmove-status = "35"
               open output airmove-file
               close airmove-file
               open i-o airmove-file
           end-if
           if airmove-status = "00"
               move 1 to airmove-open
           else
               move "N" to more-input
               move "FAIL" to run-status-word
           end-if
       .

       load-route-table section.
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
                       if route-count >= max-routes
                           move 1 to route-overflow
                       else
                           if ar-flight-start numeric
                               perform hold-one-route
                           end-if
                       end-if
               end-read
           end-perform
       .

       hold-one-route section.
           add 1 to route-count
           move ar-airline to rt-airline(route-count)
           move ar-flight-start to rt-flight-start(route-count)
           if ar-flight-end numeric
                   and ar-flight-end >= ar-flight-start
               move ar-flight-end to rt-flight-end(route-count)
           else
               move ar-flight-start to rt-flight-end(route-count)
           end-if
           move ar-origin to rt-origin(route-count)
           move ar-dest to rt-dest(route-count)
           move ar-dep-time to rt-dep-time(route-count)
           move ar-arr-time to rt-arr-time(route-count)
           move ar-days-of-week to rt-days-of-week(route-count)
           move ar-eff-from to rt-eff-from(route-count)
           move ar-eff-to to rt-eff-to(route-count)
       .

       load-one-line section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-kind csv-airline csv-flight csv-date
                    csv-time
           end-unstring
           move function upper-case(csv-kind) to csv-kind
           move function upper-case(csv-airline) to csv-airline
           move spaces to reject-reason
           evaluate true
               when csv-kind not = "AD" and csv-kind not = "AA"
                   move "movement must be AD or AA" to reject-reason
               when csv-airline = spaces
                   move "airline missing" to reject-reason
               when csv-flight not numeric
                   move "flight number not numeric" to reject-reason
               when csv-date not numeric
                   move "date must be YYYYMMDD" to reject-reason
               when function test-date-yyyymmdd(
                       function numval(csv-date)) not = 0
                   move "date must be YYYYMMDD" to reject-reason
               when csv-time not numeric
                       or csv-time(1:2) > "23"
                       or csv-time(3:2) > "59"
                   move "time must be HHMM" to reject-reason
               when other
                   perform match-movement
           end-evaluate
           if reject-reason = spaces
               perform record-movement
           end-if
           if reject-reason not = spaces
               perform write-common-reject
           end-if
       .

       match-movement section.
       *> the dated instance first; the route patterns only where
       *> the day has not been expanded (or the file is not kept)
           move csv-flight to flight-num
           move spaces to match-on
           move 0 to instance-found
           if instances-available = 1
               move csv-airline to in-airline
               move flight-num to in-flight
               move csv-date to in-date
               read airinst-file
                   invalid key
                       continue
                   not invalid key
                       move 1 to instance-found
               end-read
           end-if
           if instance-found = 1
               if in-cancelled
                   move "flight cancelled that day" to reject-reason
                   exit section
               end-if
               move "I" to match-on
               move in-origin to match-origin
               move in-dest to match-dest
               move in-dep-time to match-dep
               move in-arr-time to match-arr
           else
               perform find-route-pattern
               if rt-found = 0
                   move "no scheduled flight matches" to reject-reason
                   exit section
               end-if
               move "R" to match-on
               move rt-origin(rt-found) to match-origin
               move rt-dest(rt-found) to match-dest
               move rt-dep-time(rt-found) to match-dep
               move rt-arr-time(rt-found) to match-arr
           end-if
           if (csv-kind = "AD" and match-dep not numeric)
                   or (csv-kind = "AA" and match-arr not numeric)
               move "schedule has no time to match" to reject-reason
           end-if
       .

       find-route-pattern section.
           move 0 to rt-found
           move csv-date to move-date-num
           compute move-dow = function mod(
               function integer-of-date(move-date-num) - 1, 7) + 1
           perform varying rt-idx from 1 by 1
                   until rt-idx > route-count or rt-found > 0
               if rt-airline(rt-idx) = csv-airline
                       and flight-num >= rt-flight-start(rt-idx)
                       and flight-num <= rt-flight-end(rt-idx)
                   perform check-flight-operates
                   if flight-operates = 1
                       move rt-idx to rt-found
                   end-if
               end-if
           end-perform
       .

       check-flight-operates section.
       *> the same reading as airttbl's board and aircode's schedule
       *> filter: blank schedule fields mean daily
           move 1 to flight-operates
           if rt-eff-from(rt-idx) not = spaces
                   and rt-eff-from(rt-idx) not = zeros
                   and csv-date < rt-eff-from(rt-idx)
               move 0 to flight-operates
           end-if
           if rt-eff-to(rt-idx) not = spaces
                   and rt-eff-to(rt-idx) not = zeros
                   and csv-date > rt-eff-to(rt-idx)
               move 0 to flight-operates
           end-if
           if rt-days-of-week(rt-idx) not = spaces
                   and rt-days-of-week(rt-idx)(move-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       record-movement section.
           move csv-airline to mv-airline
           move flight-num to mv-flight
           move csv-date to mv-date
           read airmove-file
               invalid key
                   initialize mv-rec
                   move csv-airline to mv-airline
                   move flight-num to mv-flight
                   move csv-date to mv-date
                   move 0 to mv-dep-delay mv-arr-delay
                   move "N" to mv-dep-known mv-arr-known
           end-read
           move match-origin to mv-origin
           move match-dest to mv-dest
           move match-dep to mv-sched-dep
           move match-arr to mv-sched-arr
           move match-on to mv-matched-on
           move csv-time to actual-hhmm
           if csv-kind = "AD"
               move match-dep to sched-hhmm
               perform compute-delay
               move csv-time to mv-off-block
               move delay-mins to mv-dep-delay
               move "Y" to mv-dep-known
           else
               move match-arr to sched-hhmm
               perform compute-delay
               move csv-time to mv-on-block
               move delay-mins to mv-arr-delay
               move "Y" to mv-arr-known
           end-if
           move now-stamp(1:14) to mv-loaded-stamp
           write mv-rec
               invalid key
                   rewrite mv-rec
                       invalid key
                           move "FAIL" to run-status-word
                           exit section
                   end-rewrite
           end-write
           add 1 to movements-recorded
           if match-on = "I" and not in-operated
               move "O" to in-status
               move now-stamp(1:14) to in-status-stamp
               move "AIRACTL" to in-status-source
               rewrite in-rec
                   invalid key
                       continue
               end-rewrite
           end-if
       .

       compute-delay section.
       *> actual less scheduled on the 24-hour clock; a gap of more
       *> than twelve hours either way is taken as the other side of
       *> midnight - a late-evening flight blocking out after 00:00
           compute delay-mins =
               (function numval(actual-hhmm(1:2)) * 60
                + function numval(actual-hhmm(3:2)))
               - (function numval(sched-hhmm(1:2)) * 60
                + function numval(sched-hhmm(3:2)))
           if delay-mins > 720
               subtract 1440 from delay-mins
           end-if
           if delay-mins < -720
               add 1440 to delay-mins
           end-if
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRACTL" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Movement load complete"
           display "  Records read       : " records-read
           display "  Movements recorded : " movements-recorded
           display "  Records rejected   : " records-rejected
           if route-overflow = 1
               display "  Route table full - later route rows not "
                       "matched"
           end-if
       .

       write-run-log-start section.
           move "AIRACTL" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move run-status-word to rl-status
           if run-status-word = "FAIL"
               move 8 to return-code
           end-if
           move records-read to rl-in-count
           move movements-recorded to rl-out-count
           move records-rejected to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       close-files section.
           if csv-status = "00" or csv-status = "10"
               close csv-file
           end-if
           if airline-status = "00" or airline-status = "10"
               close airline-file
           end-if
           if instances-available = 1
               close airinst-file
           end-if
           if airmove-open = 1
               close airmove-file
           end-if
       .

       end program airactl.
