      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Monthly on-time performance report off the movements file
      * (dd_movements) that airactl loads. For the month in
      * dd_otp_month (YYYYMM; the month before the processing date
      * when not set) every flight with a recorded movement is
      * graded on its arrival - on-block against the scheduled
      * arrival - or, where only the departure has come in, on its
      * off-block against the scheduled departure. A flight within
      * 15 minutes of schedule is on time; early counts as no
      * delay in the averages. Totals by airline, by airport (a
      * flight counts at both ends) and by route, then the ten
      * flight numbers with the worst average delay over the
      * month. Report on dd_otp_report. Writes the common run log.
      *
      ******************************************************************
       program-id. airotp.

       select airmove-file assign airmove-file-name
           organization indexed
           record key is mv-key with no duplicates
           file status is airmove-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airmove-file.
       01 mv-rec.
       copy "airmove.cpy" replacing ==(prefix)== by ==mv==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airmove-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airmove-status               pic xx.
       01 report-status                pic xx.
       78 airmove-dat                  value "dd_movements".
       78 report-dat                   value "dd_otp_report".
       78 otp-month-dat                value "dd_otp_month".
       78 on-time-mins                 value 15.
       78 worst-shown                  value 10.

       01 airmove-open                 pic 9 value 0.
       01 more-movements               pic x value "Y".
           88 no-more-movements        value "N".

       01 report-month                 pic x(6).
       01 process-date                 pic 9(8).
       01 prior-month-date             pic 9(8).
       01 month-day-int                pic 9(7).

      *> the flight being graded
       01 flight-delay                 pic s9(4).
       01 flight-on-time               pic 9.

      *> one table per breakdown; each row flights flown, flights on
      *> time and the sum of the delay minutes
       01 airline-count                pic 9(3) value 0.
       01 airline-table.
           03 airline-row occurs 200.
               05 al-key               pic x(11).
               05 al-flights           pic 9(7).
               05 al-on-time           pic 9(7).
               05 al-delay-mins        pic 9(9).
       01 airport-count                pic 9(4) value 0.
       01 airport-table.
           03 airport-row occurs 1000.
               05 ap-key               pic x(11).
               05 ap-flights           pic 9(7).
               05 ap-on-time           pic 9(7).
               05 ap-delay-mins        pic 9(9).
       01 route-count                  pic 9(4) value 0.
       01 route-table.
           03 route-row occurs 3000.
               05 rt-key               pic x(11).
               05 rt-flights           pic 9(7).
               05 rt-on-time           pic 9(7).
               05 rt-delay-mins        pic 9(9).
       01 flight-count                 pic 9(4) value 0.
       01 flight-table.
           03 flight-row occurs 5000.
               05 fl-key               pic x(11).
               05 fl-flights           pic 9(7).
               05 fl-on-time           pic 9(7).
               05 fl-delay-mins        pic 9(9).
               05 fl-shown             pic 9.
       01 table-overflowed             pic 9 value 0.

       01 tally-key                    pic x(11).
       01 tally-idx                    pic 9(4).
       01 ord-i                        pic 9(4).
       01 ord-j                        pic 9(4).
       01 swap-row                     pic x(34).
       01 worst-idx                    pic 9(4).
       01 worst-rank                   pic 9(2).
       01 worst-avg                    pic 9(5)v9.
       01 this-avg                     pic 9(5)v9.

      *> one line of any breakdown
       01 line-label                   pic x(11).
       01 line-flights                 pic 9(7).
       01 line-on-time                 pic 9(7).
       01 line-delay-mins              pic 9(9).
       01 flights-edit                 pic zzz,zz9.
       01 percent-edit                 pic zz9.9.
       01 average-edit                 pic zzz9.9.
       01 detail-line                  pic x(132).

       01 network-flights              pic 9(7) value 0.
       01 network-on-time              pic 9(7) value 0.
       01 network-delay-mins           pic 9(9) value 0.
       01 run-status-word              pic x(4) value "OK".

       01 otp-counters.
           03 movements-read           pic 9(7) value 0.
           03 flights-graded           pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform resolve-report-month
           perform open-files
           if airmove-open = 1
               perform until no-more-movements
                   read airmove-file next record
                       at end
                           move "N" to more-movements
                       not at end
                           add 1 to movements-read
                           if mv-date(1:6) = report-month
                               perform grade-one-flight
                           end-if
                   end-read
               end-perform
               perform write-report
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       resolve-report-month section.
           display otp-month-dat upon environment-name
           accept report-month from environment-value
           if report-month numeric
               exit section
           end-if
      *> the last day of the month before the processing date
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date
           move process-date to prior-month-date
           move "01" to prior-month-date(7:2)
           compute month-day-int =
               function integer-of-date(prior-month-date) - 1
           compute prior-month-date =
               function date-of-integer(month-day-int)
           move prior-month-date(1:6) to report-month
       .

       open-files section.
           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display airmove-dat upon environment-name
           accept airmove-file-name from environment-value
           open input airmove-file
           if airmove-status not = "00"
               move "FAIL" to run-status-word
               move "Movements file not available" to detail-line
               write report-rec from detail-line
               exit section
           end-if
           move 1 to airmove-open
           move low-values to mv-key
           start airmove-file key >= mv-key
               invalid key
                   move "N" to more-movements
           end-start
       .

       grade-one-flight section.
           evaluate true
               when mv-arrived
                   move mv-arr-delay to flight-delay
               when mv-departed
                   move mv-dep-delay to flight-delay
               when other
                   exit section
           end-evaluate
           add 1 to flights-graded
           if flight-delay < 0
               move 0 to flight-delay
           end-if
           move 0 to flight-on-time
           if flight-delay <= on-time-mins
               move 1 to flight-on-time
           end-if
           add 1 to network-flights
           add flight-on-time to network-on-time
           add flight-delay to network-delay-mins

           move mv-airline to tally-key
           perform tally-airline
           move mv-origin to tally-key
           perform tally-airport
           move mv-dest to tally-key
           perform tally-airport
           move spaces to tally-key
           string mv-origin delimited by space
                  "-" delimited by size
                  mv-dest delimited by space
                  into tally-key
           perform tally-route
           move spaces to tally-key
           string mv-airline delimited by space
                  " " delimited by size
                  mv-flight delimited by size
                  into tally-key
           perform tally-flight
       .

       tally-airline section.
           perform varying tally-idx from 1 by 1
                   until tally-idx > airline-count
                   or al-key(tally-idx) = tally-key
               continue
           end-perform
           if tally-idx > airline-count
               if airline-count >= 200
                   move 1 to table-overflowed
                   exit section
               end-if
               add 1 to airline-count
               move tally-key to al-key(tally-idx)
               move 0 to al-flights(tally-idx) al-on-time(tally-idx)
                         al-delay-mins(tally-idx)
           end-if
           add 1 to al-flights(tally-idx)
           add flight-on-time to al-on-time(tally-idx)
           add flight-delay to al-delay-mins(tally-idx)
       .

       tally-airport section.
           if tally-key = spaces
               exit section
           end-if
           perform varying tally-idx from 1 by 1
                   until tally-idx > airport-count
                   or ap-key(tally-idx) = tally-key
               continue
           end-perform
           if tally-idx > airport-count
               if airport-count >= 1000
                   move 1 to table-overflowed
                   exit section
               end-if
               add 1 to airport-count
               move tally-key to ap-key(tally-idx)
               move 0 to ap-flights(tally-idx) ap-on-time(tally-idx)
                         ap-delay-mins(tally-idx)
           end-if
           add 1 to ap-flights(tally-idx)
           add flight-on-time to ap-on-time(tally-idx)
           add flight-delay to ap-delay-mins(tally-idx)
       .

       tally-route section.
           perform varying tally-idx from 1 by 1
                   until tally-idx > route-count
                   or rt-key(tally-idx) = tally-key
               continue
           end-perform
           if tally-idx > route-count
               if route-count >= 3000
                   move 1 to table-overflowed
                   exit section
               end-if
               add 1 to route-count
               move tally-key to rt-key(tally-idx)
               move 0 to rt-flights(tally-idx) rt-on-time(tally-idx)
                         rt-delay-mins(tally-idx)
           end-if
           add 1 to rt-flights(tally-idx)
           add flight-on-time to rt-on-time(tally-idx)
           add flight-delay to rt-delay-mins(tally-idx)
       .

       tally-flight section.
      *> the movements come in key order, airline/flight/date, so a
      *> flight number's days arrive together and the last row is
      *> the only one worth testing
           if flight-count > 0
               if fl-key(flight-count) = tally-key
                   move flight-count to tally-idx
                   perform add-flight-tally
                   exit section
               end-if
           end-if
           if flight-count >= 5000
               move 1 to table-overflowed
               exit section
           end-if
           add 1 to flight-count
           move flight-count to tally-idx
           move tally-key to fl-key(tally-idx)
           move 0 to fl-flights(tally-idx) fl-on-time(tally-idx)
                     fl-delay-mins(tally-idx) fl-shown(tally-idx)
           perform add-flight-tally
       .

       add-flight-tally section.
           add 1 to fl-flights(tally-idx)
           add flight-on-time to fl-on-time(tally-idx)
           add flight-delay to fl-delay-mins(tally-idx)
       .

       write-report section.
           move spaces to detail-line
           string "On-time performance - " delimited by size
                  report-month(1:4) delimited by size
                  "-" delimited by size
                  report-month(5:2) delimited by size
                  "  (on time = within " delimited by size
                  on-time-mins delimited by size
                  " minutes)" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move "Network" to line-label
           move network-flights to line-flights
           move network-on-time to line-on-time
           move network-delay-mins to line-delay-mins
           perform write-column-heads
           perform write-one-line

           write report-rec from spaces
           move "BY AIRLINE" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying tally-idx from 1 by 1
                   until tally-idx > airline-count
               move al-key(tally-idx) to line-label
               move al-flights(tally-idx) to line-flights
               move al-on-time(tally-idx) to line-on-time
               move al-delay-mins(tally-idx) to line-delay-mins
               perform write-one-line
           end-perform

           perform order-airport-rows
           write report-rec from spaces
           move "BY AIRPORT" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying tally-idx from 1 by 1
                   until tally-idx > airport-count
               move ap-key(tally-idx) to line-label
               move ap-flights(tally-idx) to line-flights
               move ap-on-time(tally-idx) to line-on-time
               move ap-delay-mins(tally-idx) to line-delay-mins
               perform write-one-line
           end-perform

           perform order-route-rows
           write report-rec from spaces
           move "BY ROUTE" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying tally-idx from 1 by 1
                   until tally-idx > route-count
               move rt-key(tally-idx) to line-label
               move rt-flights(tally-idx) to line-flights
               move rt-on-time(tally-idx) to line-on-time
               move rt-delay-mins(tally-idx) to line-delay-mins
               perform write-one-line
           end-perform

           write report-rec from spaces
           move "WORST-PERFORMING FLIGHTS (by average delay)"
               to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying worst-rank from 1 by 1
                   until worst-rank > worst-shown
               perform find-worst-flight
               if worst-idx > 0
                   move 1 to fl-shown(worst-idx)
                   move fl-key(worst-idx) to line-label
                   move fl-flights(worst-idx) to line-flights
                   move fl-on-time(worst-idx) to line-on-time
                   move fl-delay-mins(worst-idx) to line-delay-mins
                   perform write-one-line
               end-if
           end-perform

           if table-overflowed = 1
               write report-rec from spaces
               move "  (tables full - some flights not broken down)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       order-airport-rows section.
       *> the same straight exchange sort the timetable board uses
           perform varying ord-i from 1 by 1
                   until ord-i >= airport-count
               perform varying ord-j from 1 by 1
                       until ord-j > airport-count - ord-i
                   if ap-key(ord-j) > ap-key(ord-j + 1)
                       move airport-row(ord-j) to swap-row
                       move airport-row(ord-j + 1)
                           to airport-row(ord-j)
                       move swap-row to airport-row(ord-j + 1)
                   end-if
               end-perform
           end-perform
       .

       order-route-rows section.
           perform varying ord-i from 1 by 1
                   until ord-i >= route-count
               perform varying ord-j from 1 by 1
                       until ord-j > route-count - ord-i
                   if rt-key(ord-j) > rt-key(ord-j + 1)
                       move route-row(ord-j) to swap-row
                       move route-row(ord-j + 1)
                           to route-row(ord-j)
                       move swap-row to route-row(ord-j + 1)
                   end-if
               end-perform
           end-perform
       .

       find-worst-flight section.
           move 0 to worst-idx
           move 0 to worst-avg
           perform varying tally-idx from 1 by 1
                   until tally-idx > flight-count
               if fl-shown(tally-idx) = 0
                   compute this-avg rounded =
                       fl-delay-mins(tally-idx) / fl-flights(tally-idx)
                   if worst-idx = 0 or this-avg > worst-avg
                       move tally-idx to worst-idx
                       move this-avg to worst-avg
                   end-if
               end-if
           end-perform
       .

       write-column-heads section.
           move spaces to detail-line
           string "             Flights   On time %  " delimited by size
                  "Avg delay (min)" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-one-line section.
           move line-flights to flights-edit
           move 0 to percent-edit average-edit
           if line-flights > 0
               compute percent-edit rounded =
                   line-on-time * 100 / line-flights
               compute average-edit rounded =
                   line-delay-mins / line-flights
           end-if
           move spaces to detail-line
           string line-label delimited by size
                  "  " delimited by size
                  flights-edit delimited by size
                  "     " delimited by size
                  percent-edit delimited by size
                  "         " delimited by size
                  average-edit delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if airmove-open = 1
               close airmove-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIROTP" to rl-job-name
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
           move movements-read to rl-in-count
           move flights-graded to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "On-time performance" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airotp.
