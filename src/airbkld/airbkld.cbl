      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Loads passengers carried per flight per date off the
      * revenue system's extract into the bookings file
      * (dd_bookings), one flight per line:
      *
      *     airline,flight,date,passengers
      *
      * e.g. "BA,0117,20250614,187". Each line is matched to its
      * scheduled flight the way airactl matches movements - the
      * dated instance (dd_flight_instances) when one is on file,
      * else the route row whose airline and flight-number range
      * cover it and which operates that day - and the route
      * recorded with the count. A count for a flight the desk
      * cancelled, one that matches nothing, and bad lines go to
      * the common reject file. A flight sent again replaces the
      * earlier count. Writes the common run log.
      *
      ******************************************************************
       program-id. airbkld.

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

       select airbook-file assign airbook-file-name
           organization indexed
           record key is bk-key with no duplicates
           file status is airbook-status
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

       fd airbook-file.
       01 bk-rec.
       copy "airbook.cpy" replacing ==(prefix)== by ==bk==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airline-file-name            pic x(80).
       01 airinst-file-name            pic x(80).
       01 airbook-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 airline-status               pic xx.
       01 airinst-status               pic xx.
       01 airbook-status               pic xx.
       78 csv-dat                      value "dd_booking_feed".
       78 airline-dat                  value "dd_airlines".
       78 airinst-dat                  value "dd_flight_instances".
       78 airbook-dat                  value "dd_bookings".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 csv-fields.
           03 csv-airline              pic x(3).
           03 csv-flight               pic x(4).
           03 csv-date                 pic x(8).
           03 csv-passengers           pic x(6).

      *> the route rows held for matching counts with no dated
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
               05 rt-days-of-week      pic x(7).
               05 rt-eff-from          pic x(8).
               05 rt-eff-to            pic x(8).
       01 rt-idx                       pic 9(4).
       01 rt-found                     pic 9(4).

       01 instances-available          pic 9 value 0.
       01 airbook-open                 pic 9 value 0.
       01 instance-found               pic 9.
       01 flight-num                   pic 9(4).
       01 flight-date-num              pic 9(8).
       01 flight-dow                   pic 9.
       01 flight-operates              pic 9.

       01 match-origin                 pic x(4).
       01 match-dest                   pic x(4).
       01 passenger-count              pic 9(4).

       01 now-stamp                    pic x(21).
       01 reject-reason                pic x(30).
       01 run-status-word              pic x(4) value "OK".

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 counts-recorded          pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if airbook-open = 1
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

           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open input airinst-file
           if airinst-status = "00"
               move 1 to instances-available
           end-if

      *> the first run creates the bookings file
           display airbook-dat upon environment-name
           accept airbook-file-name from environment-value
           open i-o airbook-file
           if airbook-status = "35"
               open output airbook-file
               close airbook-file
               open i-o airbook-file
           end-if
           if airbook-status = "00"
               move 1 to airbook-open
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
           move ar-days-of-week to rt-days-of-week(route-count)
           move ar-eff-from to rt-eff-from(route-count)
           move ar-eff-to to rt-eff-to(route-count)
       .

       load-one-line section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-airline csv-flight csv-date csv-passengers
           end-unstring
           move function upper-case(csv-airline) to csv-airline
           move spaces to reject-reason
           evaluate true
               when csv-airline = spaces
                   move "airline missing" to reject-reason
               when csv-flight not numeric
                   move "flight number not numeric" to reject-reason
               when csv-date not numeric
                   move "date must be YYYYMMDD" to reject-reason
               when function test-date-yyyymmdd(
                       function numval(csv-date)) not = 0
                   move "date must be YYYYMMDD" to reject-reason
               when csv-passengers = spaces
                       or function test-numval(csv-passengers) not = 0
                   move "passengers not numeric" to reject-reason
               when function numval(csv-passengers) < 0
                       or function numval(csv-passengers) > 9999
                   move "passengers out of range" to reject-reason
               when other
                   perform match-flight
           end-evaluate
           if reject-reason = spaces
               perform record-booking
           end-if
           if reject-reason not = spaces
               perform write-common-reject
           end-if
       .

       match-flight section.
       *> the dated instance first; the route patterns only where
       *> the day has not been expanded (or the file is not kept)
           move csv-flight to flight-num
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
               move in-origin to match-origin
               move in-dest to match-dest
           else
               perform find-route-pattern
               if rt-found = 0
                   move "no scheduled flight matches" to reject-reason
                   exit section
               end-if
               move rt-origin(rt-found) to match-origin
               move rt-dest(rt-found) to match-dest
           end-if
       .

       find-route-pattern section.
           move 0 to rt-found
           move csv-date to flight-date-num
           compute flight-dow = function mod(
               function integer-of-date(flight-date-num) - 1, 7) + 1
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
                   and rt-days-of-week(rt-idx)(flight-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       record-booking section.
           compute passenger-count = function numval(csv-passengers)
           move csv-airline to bk-airline
           move flight-num to bk-flight
           move csv-date to bk-date
           read airbook-file
               invalid key
                   initialize bk-rec
                   move csv-airline to bk-airline
                   move flight-num to bk-flight
                   move csv-date to bk-date
           end-read
           move match-origin to bk-origin
           move match-dest to bk-dest
           move passenger-count to bk-passengers
           move now-stamp(1:14) to bk-loaded-stamp
           write bk-rec
               invalid key
                   rewrite bk-rec
                       invalid key
                           move "FAIL" to run-status-word
                           exit section
                   end-rewrite
           end-write
           add 1 to counts-recorded
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRBKLD" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Booking load complete"
           display "  Records read     : " records-read
           display "  Counts recorded  : " counts-recorded
           display "  Records rejected : " records-rejected
           if route-overflow = 1
               display "  Route table full - later route rows not "
                       "matched"
           end-if
       .

       write-run-log-start section.
           move "AIRBKLD" to rl-job-name
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
           move counts-recorded to rl-out-count
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
           if airbook-open = 1
               close airbook-file
           end-if
       .

       end program airbkld.
