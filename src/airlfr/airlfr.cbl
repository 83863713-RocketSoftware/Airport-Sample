      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Load-factor report per route and airline for the period
      * dd_lf_from to dd_lf_to (YYYYMMDD; the three calendar months
      * before the processing date when not set, and never more
      * than twelve months). Seats offered come off the route file:
      * each row's seat count times its flights in the period -
      * effective dates and Mon-Sun mask honoured, blank schedule
      * fields read as daily, less any day its dated instance was
      * cancelled. Passengers are the bookings file's counts
      * (dd_bookings, loaded by airbkld) for flights in the period
      * on that route. A row with no seat count is listed but not
      * rated. The routes whose load factor was above 90% in every
      * month of the period they flew, and those below 50% in
      * every such month, are listed at the end. Report on
      * dd_load_factor_out. Writes the common run log.
      *
      ******************************************************************
       program-id. airlfr.

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

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd airbook-file.
       01 bk-rec.
       copy "airbook.cpy" replacing ==(prefix)== by ==bk==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airline-file-name            pic x(80).
       01 airinst-file-name            pic x(80).
       01 airbook-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 airinst-status               pic xx.
       01 airbook-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airinst-dat                  value "dd_flight_instances".
       78 airbook-dat                  value "dd_bookings".
       78 report-dat                   value "dd_load_factor_out".
       78 lf-from-dat                  value "dd_lf_from".
       78 lf-to-dat                    value "dd_lf_to".
       78 high-lf-pct                  value 90.
       78 low-lf-pct                   value 50.

       01 instances-available          pic 9 value 0.
       01 bookings-available           pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-bookings                pic x value "Y".
           88 no-more-bookings         value "N".

      *> the period, and its months numbered from 1
       01 period-from                  pic x(8).
       01 period-to                    pic x(8).
       01 period-from-num              pic 9(8).
       01 period-to-num                pic 9(8).
       01 period-from-int              pic 9(7).
       01 period-to-int                pic 9(7).
       01 period-cut                   pic 9 value 0.
       01 process-date                 pic 9(8).
       01 month-base                   pic 9(6).
       01 month-count                  pic 99.
       01 month-idx                    pic 99.
       01 work-date                    pic 9(8).
       01 work-date-x redefines work-date.
           03 work-yyyy                pic 9(4).
           03 work-mm                  pic 99.
           03 work-dd                  pic 99.
       01 day-int                      pic 9(7).
       01 day-dow                      pic 9.
       01 day-date                     pic x(8).
       01 flight-operates              pic 9.

      *> one entry per route row, in the route file's key order so
      *> a booking's route is found by halving
       01 route-count                  pic 9(4) value 0.
       01 route-overflow               pic 9 value 0.
       01 route-table.
           03 route-entry occurs 3000.
               05 lr-key               pic x(11).
               05 lr-seats             pic 9(3).
               05 lr-month occurs 12.
                   07 lr-flights       pic 9(5).
                   07 lr-offered       pic 9(7).
                   07 lr-passengers    pic 9(7).
       01 lr-idx                       pic 9(4).
       01 find-key                     pic x(11).
       01 find-low                     pic 9(4).
       01 find-high                    pic 9(4).
       01 find-mid                     pic 9(4).
       01 find-idx                     pic 9(4).

      *> airline totals
       01 airline-count                pic 9(3) value 0.
       01 airline-table.
           03 airline-row occurs 200.
               05 at-airline           pic x(3).
               05 at-flights           pic 9(7).
               05 at-offered           pic 9(9).
               05 at-passengers        pic 9(9).
       01 at-idx                       pic 9(3).

      *> one route's figures over the whole period
       01 route-flights                pic 9(7).
       01 route-offered                pic 9(9).
       01 route-passengers             pic 9(9).
       01 month-lf                     pic 9(3)v9.
       01 months-flown                 pic 99.
       01 months-high                  pic 99.
       01 months-low                   pic 99.
       01 route-persistence            pic x.
           88 route-always-high        value "H".
           88 route-always-low         value "L".

       01 high-count                   pic 9(4) value 0.
       01 low-count                    pic 9(4) value 0.
       01 high-list                    pic x(11) occurs 3000.
       01 low-list                     pic x(11) occurs 3000.
       01 list-idx                     pic 9(4).

       01 line-label                   pic x(15).
       01 line-flights                 pic 9(7).
       01 line-offered                 pic 9(9).
       01 line-passengers              pic 9(9).
       01 line-note                    pic x(20).
       01 flights-edit                 pic zzz,zz9.
       01 seats-edit                   pic zzz,zzz,zz9.
       01 passengers-edit              pic zzz,zzz,zz9.
       01 lf-edit                      pic zz9.9.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 lf-counters.
           03 routes-read              pic 9(7) value 0.
           03 bookings-read            pic 9(7) value 0.
           03 bookings-counted         pic 9(7) value 0.
           03 bookings-off-route       pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform resolve-period
           perform open-files
           perform offer-route-seats
           perform count-passengers
           perform write-report
           perform close-files
           perform write-run-log-end
           goback
       .

       resolve-period section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date
           display lf-from-dat upon environment-name
           accept period-from from environment-value
           display lf-to-dat upon environment-name
           accept period-to from environment-value
           if period-from numeric and period-to numeric
                   and period-from <= period-to
               move period-from to period-from-num
               move period-to to period-to-num
           else
      *> the three whole months ending the day before the first of
      *> the processing month
               move process-date to work-date
               move 1 to work-dd
               compute period-to-num = function date-of-integer(
                   function integer-of-date(work-date) - 1)
               move period-to-num to work-date
               move 1 to work-dd
               if work-mm > 2
                   subtract 2 from work-mm
               else
                   add 10 to work-mm
                   subtract 1 from work-yyyy
               end-if
               move work-date to period-from-num
           end-if
           move period-from-num to work-date
           compute month-base = work-yyyy * 12 + work-mm
           move period-to-num to work-date
           if work-yyyy * 12 + work-mm - month-base > 11
      *> never more than twelve months: stop at the end of the
      *> twelfth
               move period-from-num to work-date
               move 1 to work-dd
               add 1 to work-yyyy
               compute period-to-num = function date-of-integer(
                   function integer-of-date(work-date) - 1)
               move 1 to period-cut
               move period-to-num to work-date
           end-if
           compute month-count = work-yyyy * 12 + work-mm
               - month-base + 1
           move period-from-num to period-from
           move period-to-num to period-to
           compute period-from-int =
               function integer-of-date(period-from-num)
           compute period-to-int =
               function integer-of-date(period-to-num)
       .

       open-files section.
           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
               move "FAIL" to run-status-word
           end-if

           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open input airinst-file
           if airinst-status = "00"
               move 1 to instances-available
           end-if

           display airbook-dat upon environment-name
           accept airbook-file-name from environment-value
           open input airbook-file
           if airbook-status = "00"
               move 1 to bookings-available
           else
               move "N" to more-bookings
           end-if
       .

       offer-route-seats section.
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
                       if route-count >= 3000
                           move 1 to route-overflow
                       else
                           perform hold-one-route
                       end-if
               end-read
           end-perform
       .

       hold-one-route section.
           add 1 to route-count
           move route-count to lr-idx
           initialize route-entry(lr-idx)
           move ar-key to lr-key(lr-idx)
           if ar-seat-count numeric
               move ar-seat-count to lr-seats(lr-idx)
           end-if
           if lr-seats(lr-idx) = 0
               exit section
           end-if
           perform varying day-int from period-from-int by 1
                   until day-int > period-to-int
               compute work-date = function date-of-integer(day-int)
               move work-date to day-date
               compute day-dow = function mod(day-int - 1, 7) + 1
               perform check-flight-operates
               if flight-operates = 1
                   compute month-idx =
                       work-yyyy * 12 + work-mm - month-base + 1
                   add 1 to lr-flights(lr-idx month-idx)
                   add lr-seats(lr-idx) to lr-offered(lr-idx month-idx)
               end-if
           end-perform
       .

       check-flight-operates section.
       *> the same reading as airttbl's board, with the dated
       *> instance's cancellation where the day has one
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and day-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and day-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(day-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
           if flight-operates = 1 and instances-available = 1
                   and ar-flight-start numeric
               move ar-airline to in-airline
               move ar-flight-start to in-flight
               move day-date to in-date
               read airinst-file
                   invalid key
                       continue
                   not invalid key
                       if in-cancelled
                           move 0 to flight-operates
                       end-if
               end-read
           end-if
       .

       count-passengers section.
           if bookings-available = 0
               exit section
           end-if
           move low-values to bk-key
           start airbook-file key >= bk-key
               invalid key
                   move "N" to more-bookings
           end-start
           perform until no-more-bookings
               read airbook-file next record
                   at end
                       move "N" to more-bookings
                   not at end
                       add 1 to bookings-read
                       if bk-date >= period-from
                               and bk-date <= period-to
                           perform count-one-booking
                       end-if
               end-read
           end-perform
       .

       count-one-booking section.
           move spaces to find-key
           move bk-origin to find-key(1:4)
           move bk-dest to find-key(5:4)
           move bk-airline to find-key(9:3)
           perform find-route-entry
           if find-idx = 0
               add 1 to bookings-off-route
               exit section
           end-if
           move bk-date to work-date
           compute month-idx = work-yyyy * 12 + work-mm - month-base + 1
           add bk-passengers to lr-passengers(find-idx month-idx)
           add 1 to bookings-counted
       .

       find-route-entry section.
       *> halving search on the route key
           move 0 to find-idx
           move 1 to find-low
           move route-count to find-high
           perform until find-low > find-high or find-idx > 0
               compute find-mid = (find-low + find-high) / 2
               evaluate true
                   when lr-key(find-mid) = find-key
                       move find-mid to find-idx
                   when lr-key(find-mid) < find-key
                       compute find-low = find-mid + 1
                   when other
                       if find-mid = 1
                           move 0 to find-high
                       else
                           compute find-high = find-mid - 1
                       end-if
               end-evaluate
           end-perform
       .

       write-report section.
           move spaces to detail-line
           string "Load factor - " delimited by size
                  period-from delimited by size
                  " to " delimited by size
                  period-to delimited by size
                  into detail-line
           write report-rec from detail-line
           if period-cut = 1
               move "  (period cut to twelve months)" to detail-line
               write report-rec from detail-line
           end-if
           write report-rec from spaces
           move "BY ROUTE" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying lr-idx from 1 by 1
                   until lr-idx > route-count
               perform total-one-route
               perform write-route-line
               perform add-airline-total
           end-perform

           write report-rec from spaces
           move "BY AIRLINE" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying at-idx from 1 by 1
                   until at-idx > airline-count
               move at-airline(at-idx) to line-label
               move at-flights(at-idx) to line-flights
               move at-offered(at-idx) to line-offered
               move at-passengers(at-idx) to line-passengers
               move spaces to line-note
               perform write-one-line
           end-perform

           write report-rec from spaces
           move "ROUTES ABOVE 90% IN EVERY MONTH FLOWN" to detail-line
           write report-rec from detail-line
           perform varying list-idx from 1 by 1
                   until list-idx > high-count
               move spaces to detail-line
               string "  " delimited by size
                      high-list(list-idx)(1:4) delimited by space
                      "-" delimited by size
                      high-list(list-idx)(5:4) delimited by space
                      " " delimited by size
                      high-list(list-idx)(9:3) delimited by size
                      into detail-line
               write report-rec from detail-line
           end-perform
           if high-count = 0
               move "  none" to detail-line
               write report-rec from detail-line
           end-if

           write report-rec from spaces
           move "ROUTES BELOW 50% IN EVERY MONTH FLOWN" to detail-line
           write report-rec from detail-line
           perform varying list-idx from 1 by 1
                   until list-idx > low-count
               move spaces to detail-line
               string "  " delimited by size
                      low-list(list-idx)(1:4) delimited by space
                      "-" delimited by size
                      low-list(list-idx)(5:4) delimited by space
                      " " delimited by size
                      low-list(list-idx)(9:3) delimited by size
                      into detail-line
               write report-rec from detail-line
           end-perform
           if low-count = 0
               move "  none" to detail-line
               write report-rec from detail-line
           end-if

           write report-rec from spaces
           move spaces to detail-line
           string "Bookings in period: " delimited by size
                  bookings-counted delimited by size
                  "  on no route held: " delimited by size
                  bookings-off-route delimited by size
                  into detail-line
           write report-rec from detail-line
           if route-overflow = 1
               move "  (route table full - later rows not reported)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       total-one-route section.
           move 0 to route-flights route-offered route-passengers
           move 0 to months-flown months-high months-low
           perform varying month-idx from 1 by 1
                   until month-idx > month-count
               add lr-flights(lr-idx month-idx) to route-flights
               add lr-offered(lr-idx month-idx) to route-offered
               add lr-passengers(lr-idx month-idx) to route-passengers
               if lr-offered(lr-idx month-idx) > 0
                   add 1 to months-flown
                   compute month-lf rounded =
                       lr-passengers(lr-idx month-idx) * 100
                       / lr-offered(lr-idx month-idx)
                   if month-lf > high-lf-pct
                       add 1 to months-high
                   end-if
                   if month-lf < low-lf-pct
                       add 1 to months-low
                   end-if
               end-if
           end-perform
           move space to route-persistence
           if months-flown > 0
               if months-high = months-flown
                   set route-always-high to true
                   add 1 to high-count
                   move lr-key(lr-idx) to high-list(high-count)
               end-if
               if months-low = months-flown
                   set route-always-low to true
                   add 1 to low-count
                   move lr-key(lr-idx) to low-list(low-count)
               end-if
           end-if
       .

       write-route-line section.
           move spaces to line-label
           string lr-key(lr-idx)(1:4) delimited by space
                  "-" delimited by size
                  lr-key(lr-idx)(5:4) delimited by space
                  " " delimited by size
                  lr-key(lr-idx)(9:3) delimited by size
                  into line-label
           move route-flights to line-flights
           move route-offered to line-offered
           move route-passengers to line-passengers
           evaluate true
               when lr-seats(lr-idx) = 0
                   move "no seat count" to line-note
               when route-always-high
                   move "above 90% throughout" to line-note
               when route-always-low
                   move "below 50% throughout" to line-note
               when other
                   move spaces to line-note
           end-evaluate
           perform write-one-line
       .

       add-airline-total section.
      *> a route with no seat count offers nothing to set its
      *> passengers against, so it stays out of the airline's rate
           if lr-seats(lr-idx) = 0
               exit section
           end-if
           perform varying at-idx from 1 by 1
                   until at-idx > airline-count
                   or at-airline(at-idx) = lr-key(lr-idx)(9:3)
               continue
           end-perform
           if at-idx > airline-count
               if airline-count >= 200
                   exit section
               end-if
               add 1 to airline-count
               move lr-key(lr-idx)(9:3) to at-airline(at-idx)
               move 0 to at-flights(at-idx) at-offered(at-idx)
                         at-passengers(at-idx)
           end-if
           add route-flights to at-flights(at-idx)
           add route-offered to at-offered(at-idx)
           add route-passengers to at-passengers(at-idx)
       .

       write-column-heads section.
           move spaces to detail-line
           string "                   Flights  Seats offered"
                      delimited by size
                  "   Passengers   LF %" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-one-line section.
           move line-flights to flights-edit
           move line-offered to seats-edit
           move line-passengers to passengers-edit
           move 0 to lf-edit
           if line-offered > 0
               compute lf-edit rounded =
                   line-passengers * 100 / line-offered
           end-if
           move spaces to detail-line
           string line-label delimited by size
                  "  " delimited by size
                  flights-edit delimited by size
                  "    " delimited by size
                  seats-edit delimited by size
                  "  " delimited by size
                  passengers-edit delimited by size
                  "  " delimited by size
                  lf-edit delimited by size
                  "  " delimited by size
                  line-note delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if airline-status = "00" or airline-status = "10"
               close airline-file
           end-if
           if instances-available = 1
               close airinst-file
           end-if
           if bookings-available = 1
               close airbook-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRLFR" to rl-job-name
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
           move bookings-read to rl-in-count
           move route-count to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Load factor by route and airline" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airlfr.
