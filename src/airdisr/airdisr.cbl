      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Disruption impact for one airport over a date window - what
      * a closure hits, the morning it lands. The airport comes from
      * dd_disrupt_airport and the window from dd_disrupt_from and
      * dd_disrupt_to (YYYYMMDD; a blank end is the start day). With
      * no start given, the first whole-airport window on the
      * temporary-restrictions file still running on the processing
      * date is taken, else the processing date alone. At most 31
      * days are covered.
      *
      * Every route row touching the airport and operating on each
      * day of the window (effective dates and Mon-Sun mask
      * honoured, a cancelled dated instance left out) is listed
      * with its seats, and the seats at risk are totalled per day.
      * Then for each city pair hit, each designated alternate of
      * the airport is offered with its distance from the closed
      * field and the best way on from there to the other end:
      * direct where the airline file has the pair, else the best
      * one-stop aircode's connection search finds on the first day
      * of the window - a legal connect time first, then the
      * shortest, never through the closed airport - with the
      * distance penalty against the direct sector lost. Report on
      * dd_disrupt_report. Calls aircode; writes the common run log.
      *
      ******************************************************************
       program-id. airdisr.

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

       select airalt-file assign airalt-file-name
           organization indexed
           record key is al-key with no duplicates
           file status is airalt-status
           access dynamic.

       select airntm-file assign airntm-file-name
           organization indexed
           record key is nt-key with no duplicates
           file status is airntm-status
           access dynamic.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
           access dynamic.

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

       fd airalt-file.
       01 al-rec.
       copy "airalt.cpy" replacing ==(prefix)== by ==al==.

       fd airntm-file.
       01 nt-rec.
       copy "airntm.cpy" replacing ==(prefix)== by ==nt==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==dr==.
       01 dr-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==dr==.

       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 airalt-file-name             pic x(80).
       01 airntm-file-name             pic x(80).
       01 airinst-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airalt-status                pic xx.
       01 airntm-status                pic xx.
       01 airinst-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airalt-dat                   value "dd_alternates".
       78 airntm-dat                   value "dd_restrictions".
       78 airinst-dat                  value "dd_flight_instances".
       78 report-dat                   value "dd_disrupt_report".
       78 disrupt-airport-dat          value "dd_disrupt_airport".
       78 disrupt-from-dat             value "dd_disrupt_from".
       78 disrupt-to-dat               value "dd_disrupt_to".
       78 max-window-days              value 31.
       78 max-hit-rows                 value 500.
       78 max-pairs                    value 200.
       78 max-alternates               value 5.

       01 alternates-available         pic 9 value 0.
       01 restrictions-available       pic 9 value 0.
       01 instances-available          pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 disrupt-airport              pic x(4).
       01 disrupt-airport-name         pic x(30).
       01 disrupt-airport-closed       pic 9 value 0.
       01 disrupt-from                 pic x(8).
       01 disrupt-to                   pic x(8).
       01 window-valid                 pic 9 value 0.
       01 window-start-int             pic 9(7).
       01 window-end-int               pic 9(7).
       01 window-days                  pic 9(3).
       01 day-int                      pic 9(7).
       01 day-date                     pic 9(8).
       01 day-date-x redefines day-date pic x(8).
       01 day-dow                      pic 9.

      *> the route rows touching the airport, held once and tried
      *> against each day of the window
       01 hit-count                    pic 9(3) value 0.
       01 hit-overflow                 pic 9 value 0.
       01 hit-table.
           03 hit-row occurs 500.
               05 hr-airline           pic x(3).
               05 hr-flight-start      pic 9(4).
               05 hr-flight-end        pic 9(4).
               05 hr-origin            pic x(4).
               05 hr-dest              pic x(4).
               05 hr-dep-time          pic x(4).
               05 hr-arr-time          pic x(4).
               05 hr-days-of-week      pic x(7).
               05 hr-eff-from          pic x(8).
               05 hr-eff-to            pic x(8).
               05 hr-seats             pic 9(3).
               05 hr-pair              pic 9(3).
       01 hr-idx                       pic 9(3).
       01 flight-operates              pic 9.

      *> the city pairs hit: the other end of each row, either way
       01 pair-count                   pic 9(3) value 0.
       01 pair-table.
           03 pair-row occurs 200.
               05 pr-other             pic x(4).
               05 pr-flights           pic 9(5).
               05 pr-seats             pic 9(7).
       01 pr-idx                       pic 9(3).
       01 other-end                    pic x(4).

       01 alt-count                    pic 9 value 0.
       01 alt-table.
           03 alt-code                 pic x(4) occurs 5.
       01 alt-idx                      pic 9.

      *> great-circle geometry, as the haul report works it
       01  file-angle.
             07  fa-sign       pic x.
             07  fa-degs       pic 9(3).
             07  fa-mins       pic 9(6).
       01  out-angle       comp-2.
       01  fp-helper       comp-2.
       78  radius-of-earth value 6371.
       01 geo-code-1                   pic x(4).
       01 geo-code-2                   pic x(4).
       01 geo-lat-1                    comp-2.
       01 geo-long-1                   comp-2.
       01 geo-lat-2                    comp-2.
       01 geo-long-2                   comp-2.
       01 geo-cosine                   comp-2.
       01 geo-km                       comp-2.
       01 geo-resolved                 pic 9.

       01 lost-km                      pic 9(5).
       01 ground-km                    pic 9(5).
       01 routing-km                   pic 9(5).
       01 penalty-km                   pic s9(5).
       01 pair-served                  pic 9.
       01 best-cnx                     pic 99.
       01 best-cnx-km                  pic 9(5).
       01 best-cnx-legal               pic 9.
       01 cnx-idx                      pic 99.
       01 this-cnx-km                  pic 9(5).
       01 this-cnx-legal               pic 9.
       01 routing-text                 pic x(40).
       01 routing-ptr                  pic 99.
       01 alt-note                     pic x(12).
       01 restrict-check-code          pic x(4).
       01 restrict-check-date          pic x(8).
       01 restrict-closed              pic 9.

       01 day-seats                    pic 9(7).
       01 day-flights                  pic 9(5).
       01 seats-edit                   pic z,zzz,zz9.
       01 km-edit                      pic zz,zz9.
       01 penalty-edit                 pic +z,zz9.
       01 detail-line                  pic x(132).
       01 alt-prefix                   pic x(31).
       01 run-status-word              pic x(4) value "OK".

       01 disrupt-counters.
           03 routes-read              pic 9(7) value 0.
           03 flights-hit              pic 9(7) value 0.
           03 flights-cancelled        pic 9(7) value 0.
           03 seats-at-risk            pic 9(9) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform resolve-disrupt-airport
           perform resolve-disrupt-window
           if window-valid = 0
               display "dd_disrupt_from/to must be valid YYYYMMDD"
               move "FAIL" to run-status-word
           else
               perform write-report-heading
               perform collect-hit-rows
               perform list-window-days
               perform write-reaccommodation
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display disrupt-airport-dat upon environment-name
           accept disrupt-airport from environment-value
           move function upper-case(disrupt-airport)
               to disrupt-airport
           display disrupt-from-dat upon environment-name
           accept disrupt-from from environment-value
           display disrupt-to-dat upon environment-name
           accept disrupt-to from environment-value

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
               move "FAIL" to run-status-word
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airalt-dat upon environment-name
           accept airalt-file-name from environment-value
           open input airalt-file
           if airalt-status = "00"
               move 1 to alternates-available
           end-if

           display airntm-dat upon environment-name
           accept airntm-file-name from environment-value
           open input airntm-file
           if airntm-status = "00"
               move 1 to restrictions-available
           end-if

           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open input airinst-file
           if airinst-status = "00"
               move 1 to instances-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           set open-file to true
           perform call-aircode-program
       .

       resolve-disrupt-airport section.
       *> read straight off the master - a closed airport is still
       *> on file, which is the case this report is for
           move spaces to disrupt-airport-name
           move disrupt-airport to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move f-name to disrupt-airport-name
                   if f-closed
                       move 1 to disrupt-airport-closed
                   end-if
           end-read
       .

       resolve-disrupt-window section.
           if disrupt-from = spaces
               perform find-current-closure
           end-if
           if disrupt-to = spaces
               move disrupt-from to disrupt-to
           end-if
           if disrupt-from not numeric or disrupt-to not numeric
               exit section
           end-if
           if function test-date-yyyymmdd(function numval(disrupt-from))
                   not = 0
               or function test-date-yyyymmdd(
                      function numval(disrupt-to)) not = 0
               exit section
           end-if
           compute window-start-int =
               function integer-of-date(function numval(disrupt-from))
           compute window-end-int =
               function integer-of-date(function numval(disrupt-to))
           if window-end-int < window-start-int
               exit section
           end-if
           if window-end-int - window-start-int >= max-window-days
               compute window-end-int =
                   window-start-int + max-window-days - 1
               compute day-date =
                   function date-of-integer(window-end-int)
               move day-date-x to disrupt-to
           end-if
           compute window-days = window-end-int - window-start-int + 1
           move 1 to window-valid
       .

       find-current-closure section.
       *> the first whole-airport window still running on the
       *> processing date; with none the processing date alone
           move pd-date to disrupt-from
           move spaces to disrupt-to
           if restrictions-available = 0
               exit section
           end-if
           move disrupt-airport to nt-airport
           move low-values to nt-start-date
           start airntm-file key >= nt-key
               invalid key
                   exit section
           end-start
           read airntm-file next record
               at end
                   exit section
           end-read
           perform until airntm-status not = "00"
                   or nt-airport not = disrupt-airport
               if nt-airport-closure and nt-end-date >= pd-date
                   if nt-start-date > pd-date
                       move nt-start-date to disrupt-from
                   end-if
                   move nt-end-date to disrupt-to
                   exit section
               end-if
               read airntm-file next record
                   at end
                       move "10" to airntm-status
               end-read
           end-perform
       .

       write-report-heading section.
           move spaces to detail-line
           string "Disruption impact " delimited by size
                  disrupt-airport delimited by space
                  " " delimited by size
                  disrupt-airport-name delimited by size
                  " " delimited by size
                  disrupt-from delimited by size
                  " to " delimited by size
                  disrupt-to delimited by size
                  into detail-line
           write report-rec from detail-line
           if disrupt-airport-closed = 1
               move "  Airport is marked closed on the master"
                   to detail-line
               write report-rec from detail-line
           end-if
           perform list-window-restrictions
           write report-rec from spaces
       .

       list-window-restrictions section.
       *> every restriction on file overlapping the window
           if restrictions-available = 0
               exit section
           end-if
           move disrupt-airport to nt-airport
           move low-values to nt-start-date
           start airntm-file key >= nt-key
               invalid key
                   exit section
           end-start
           read airntm-file next record
               at end
                   exit section
           end-read
           perform until airntm-status not = "00"
                   or nt-airport not = disrupt-airport
                   or nt-start-date > disrupt-to
               if nt-end-date >= disrupt-from
                   move spaces to detail-line
                   move 1 to routing-ptr
                   string "  Restricted " delimited by size
                          nt-start-date delimited by size
                          "-" delimited by size
                          nt-end-date delimited by size
                          into detail-line
                          with pointer routing-ptr
                   if nt-runway-closure
                       string " runway " delimited by size
                              nt-runway delimited by space
                              into detail-line
                              with pointer routing-ptr
                   end-if
                   string "  " delimited by size
                          nt-reason delimited by size
                          into detail-line
                          with pointer routing-ptr
                   write report-rec from detail-line
               end-if
               read airntm-file next record
                   at end
                       move "10" to airntm-status
               end-read
           end-perform
       .

       collect-hit-rows section.
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
                       if (ar-origin = disrupt-airport
                               or ar-dest = disrupt-airport)
                               and ar-origin not = ar-dest
                           perform hold-hit-row
                       end-if
               end-read
           end-perform
       .

       hold-hit-row section.
           if hit-count >= max-hit-rows
               move 1 to hit-overflow
               exit section
           end-if
           add 1 to hit-count
           move ar-airline to hr-airline(hit-count)
           move ar-flight-start to hr-flight-start(hit-count)
           move ar-flight-end to hr-flight-end(hit-count)
           move ar-origin to hr-origin(hit-count)
           move ar-dest to hr-dest(hit-count)
           move ar-dep-time to hr-dep-time(hit-count)
           move ar-arr-time to hr-arr-time(hit-count)
           move ar-days-of-week to hr-days-of-week(hit-count)
           move ar-eff-from to hr-eff-from(hit-count)
           move ar-eff-to to hr-eff-to(hit-count)
           move 0 to hr-seats(hit-count)
           if ar-seat-count numeric
               move ar-seat-count to hr-seats(hit-count)
           end-if
           if ar-origin = disrupt-airport
               move ar-dest to other-end
           else
               move ar-origin to other-end
           end-if
           perform varying pr-idx from 1 by 1
                   until pr-idx > pair-count
                      or pr-other(pr-idx) = other-end
               continue
           end-perform
           if pr-idx > pair-count
               if pair-count >= max-pairs
                   move 0 to hr-pair(hit-count)
                   exit section
               end-if
               add 1 to pair-count
               move pair-count to pr-idx
               move other-end to pr-other(pr-idx)
               move 0 to pr-flights(pr-idx) pr-seats(pr-idx)
           end-if
           move pr-idx to hr-pair(hit-count)
       .

       list-window-days section.
           move "FLIGHTS AFFECTED" to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "  Date      Flight    From  To    Dep   Arr"
                      delimited by size
                  "   Seats" delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying day-int from window-start-int by 1
                   until day-int > window-end-int
               compute day-date = function date-of-integer(day-int)
               compute day-dow = function mod(day-int - 1, 7) + 1
               move 0 to day-seats day-flights
               perform varying hr-idx from 1 by 1
                       until hr-idx > hit-count
                   perform check-hit-operates
                   if flight-operates = 1
                       perform write-hit-line
                   end-if
               end-perform
               move day-seats to seats-edit
               move spaces to detail-line
               string "  " delimited by size
                      day-date-x delimited by size
                      "  " delimited by size
                      day-flights delimited by size
                      " flight(s), seats at risk " delimited by size
                      seats-edit delimited by size
                      into detail-line
               write report-rec from detail-line
               write report-rec from spaces
           end-perform
           if hit-overflow = 1
               move "  (route table full - further rows not listed)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       check-hit-operates section.
       *> the timetable's reading of the schedule fields, and the
       *> day's own instance when one is on file
           move 1 to flight-operates
           if hr-eff-from(hr-idx) not = spaces
                   and hr-eff-from(hr-idx) not = zeros
                   and day-date-x < hr-eff-from(hr-idx)
               move 0 to flight-operates
           end-if
           if hr-eff-to(hr-idx) not = spaces
                   and hr-eff-to(hr-idx) not = zeros
                   and day-date-x > hr-eff-to(hr-idx)
               move 0 to flight-operates
           end-if
           if hr-days-of-week(hr-idx) not = spaces
                   and hr-days-of-week(hr-idx)(day-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
           if flight-operates = 1 and instances-available = 1
               move hr-airline(hr-idx) to in-airline
               move hr-flight-start(hr-idx) to in-flight
               move day-date-x to in-date
               read airinst-file
                   invalid key
                       continue
                   not invalid key
                       if in-cancelled
                           move 0 to flight-operates
                           add 1 to flights-cancelled
                       end-if
               end-read
           end-if
       .

       write-hit-line section.
           add 1 to flights-hit day-flights
           add hr-seats(hr-idx) to day-seats seats-at-risk
           if hr-pair(hr-idx) > 0
               add 1 to pr-flights(hr-pair(hr-idx))
               add hr-seats(hr-idx) to pr-seats(hr-pair(hr-idx))
           end-if
           move spaces to detail-line
           string "  " delimited by size
                  day-date-x delimited by size
                  "  " delimited by size
                  hr-airline(hr-idx) delimited by size
                  " " delimited by size
                  hr-flight-start(hr-idx) delimited by size
                  "  " delimited by size
                  hr-origin(hr-idx) delimited by size
                  "  " delimited by size
                  hr-dest(hr-idx) delimited by size
                  "  " delimited by size
                  hr-dep-time(hr-idx) delimited by size
                  "  " delimited by size
                  hr-arr-time(hr-idx) delimited by size
                  "     " delimited by size
                  hr-seats(hr-idx) delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-reaccommodation section.
           move "RE-ACCOMMODATION OPTIONS" to detail-line
           write report-rec from detail-line
           perform load-alternates
           if alt-count = 0
               move "  (no designated alternates on file)"
                   to detail-line
               write report-rec from detail-line
           end-if
           perform varying pr-idx from 1 by 1
                   until pr-idx > pair-count
               if pr-flights(pr-idx) > 0
                   perform offer-pair-options
               end-if
           end-perform
           write report-rec from spaces
           move seats-at-risk to seats-edit
           move spaces to detail-line
           string "Flights affected: " delimited by size
                  flights-hit delimited by size
                  "  Seats at risk: " delimited by size
                  seats-edit delimited by size
                  "  Already cancelled: " delimited by size
                  flights-cancelled delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       load-alternates section.
           move 0 to alt-count
           if alternates-available = 0
               exit section
           end-if
           move disrupt-airport to al-airport
           move low-values to al-alternate
           start airalt-file key >= al-key
               invalid key
                   exit section
           end-start
           read airalt-file next record
               at end
                   exit section
           end-read
           perform until airalt-status not = "00"
                   or al-airport not = disrupt-airport
                   or alt-count >= max-alternates
               add 1 to alt-count
               move al-alternate to alt-code(alt-count)
               read airalt-file next record
                   at end
                       move "10" to airalt-status
               end-read
           end-perform
       .

       offer-pair-options section.
           move disrupt-airport to geo-code-1
           move pr-other(pr-idx) to geo-code-2
           perform resolve-pair-distance
           move geo-km to lost-km
           move lost-km to km-edit
           move pr-seats(pr-idx) to seats-edit
           move spaces to detail-line
           string "  " delimited by size
                  disrupt-airport delimited by space
                  "-" delimited by size
                  pr-other(pr-idx) delimited by space
                  "  " delimited by size
                  km-edit delimited by size
                  " km, " delimited by size
                  pr-flights(pr-idx) delimited by size
                  " flight(s), seats " delimited by size
                  seats-edit delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying alt-idx from 1 by 1
                   until alt-idx > alt-count
               if alt-code(alt-idx) not = pr-other(pr-idx)
                   perform offer-one-alternate
               end-if
           end-perform
       .

       offer-one-alternate section.
           move disrupt-airport to geo-code-1
           move alt-code(alt-idx) to geo-code-2
           perform resolve-pair-distance
           move geo-km to ground-km

      *> an alternate closed itself, or restricted on the first
      *> day, is shown but not routed
           move spaces to alt-note
           move alt-code(alt-idx) to f-code
           read airfile
               invalid key
                   move "not on file" to alt-note
               not invalid key
                   if f-closed
                       move "closed" to alt-note
                   end-if
           end-read
           if alt-note = spaces
               move alt-code(alt-idx) to restrict-check-code
               move disrupt-from to restrict-check-date
               perform check-restricted
               if restrict-closed = 1
                   move "restricted" to alt-note
               end-if
           end-if

           move spaces to routing-text
           move 0 to routing-km
           if alt-note = spaces
               perform check-alternate-direct
               if pair-served = 1
                   move alt-code(alt-idx) to geo-code-1
                   move pr-other(pr-idx) to geo-code-2
                   perform resolve-pair-distance
                   move geo-km to routing-km
                   move "direct" to routing-text
               else
                   perform find-alternate-connection
               end-if
           end-if

           move ground-km to km-edit
           move spaces to alt-prefix
           string "      alt " delimited by size
                  alt-code(alt-idx) delimited by size
                  " (" delimited by size
                  km-edit delimited by size
                  " km off)  " delimited by size
                  into alt-prefix
           move spaces to detail-line
           evaluate true
               when alt-note not = spaces
                   string alt-prefix delimited by size
                          alt-note delimited by size
                          into detail-line
               when routing-km = 0
                   string alt-prefix delimited by size
                          "no routing on file" delimited by size
                          into detail-line
               when other
                   compute penalty-km = routing-km - lost-km
                   move routing-km to km-edit
                   move penalty-km to penalty-edit
                   string alt-prefix delimited by size
                          routing-text delimited by size
                          " " delimited by size
                          km-edit delimited by size
                          " km, penalty " delimited by size
                          penalty-edit delimited by size
                          " km" delimited by size
                          into detail-line
           end-evaluate
           write report-rec from detail-line
       .

       check-restricted section.
           move 0 to restrict-closed
           if restrictions-available = 0
               exit section
           end-if
           move restrict-check-code to nt-airport
           move low-values to nt-start-date
           start airntm-file key >= nt-key
               invalid key
                   exit section
           end-start
           read airntm-file next record
               at end
                   exit section
           end-read
           perform until airntm-status not = "00"
                   or nt-airport not = restrict-check-code
                   or nt-start-date > restrict-check-date
               if nt-end-date >= restrict-check-date
                       and nt-airport-closure
                   move 1 to restrict-closed
               end-if
               read airntm-file next record
                   at end
                       move "10" to airntm-status
               end-read
           end-perform
       .

       check-alternate-direct section.
       *> either way round on the airline file
           move 0 to pair-served
           move alt-code(alt-idx) to ar-origin
           move pr-other(pr-idx) to ar-dest
           perform probe-route-key
           if pair-served = 0
               move pr-other(pr-idx) to ar-origin
               move alt-code(alt-idx) to ar-dest
               perform probe-route-key
           end-if
       .

       probe-route-key section.
           move ar-origin to other-end
           move ar-dest to geo-code-2
           move spaces to ar-airline
           start airline-file key >= ar-key
               invalid key
                   exit section
           end-start
           read airline-file next record
               at end
                   exit section
           end-read
           if ar-origin = other-end and ar-dest = geo-code-2
               move 1 to pair-served
           end-if
       .

       find-alternate-connection section.
       *> aircode's one-stop search from the alternate on the first
       *> day; a way round through the closed airport is no way
           move alt-code(alt-idx) to dr-airport1
           move pr-other(pr-idx) to dr-airport2
           move disrupt-from to dr-travel-date
           move spaces to dr-aircraft-type
           set get-connections to true
           perform call-aircode-program
           move 0 to best-cnx
           perform varying cnx-idx from 1 by 1
                   until cnx-idx > dr-connect-count
               if cnx-via-code(cnx-idx) not = disrupt-airport
                   compute this-cnx-km =
                       function numval-c(cnx-total-km(cnx-idx))
                   move 1 to this-cnx-legal
                   if cnx-connect-grade(cnx-idx) = "I"
                       move 0 to this-cnx-legal
                   end-if
                   if best-cnx = 0
                           or this-cnx-legal > best-cnx-legal
                           or (this-cnx-legal = best-cnx-legal
                               and this-cnx-km < best-cnx-km)
                       move cnx-idx to best-cnx
                       move this-cnx-km to best-cnx-km
                       move this-cnx-legal to best-cnx-legal
                   end-if
               end-if
           end-perform
           if best-cnx > 0
               move best-cnx-km to routing-km
               move 1 to routing-ptr
               string "via " delimited by size
                      cnx-via-code(best-cnx) delimited by space
                      " (" delimited by size
                      cnx-leg1-airline(best-cnx) delimited by space
                      "/" delimited by size
                      cnx-leg2-airline(best-cnx) delimited by space
                      ")" delimited by size
                      into routing-text
                      with pointer routing-ptr
               if best-cnx-legal = 0
                   string " MCT short" delimited by size
                          into routing-text
                          with pointer routing-ptr
               end-if
           end-if
       .

       resolve-pair-distance section.
           move 0 to geo-km
           move 0 to geo-resolved
           move geo-code-1 to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move f-latitude to file-angle
                   perform convert-angle
                   move out-angle to geo-lat-1
                   move f-longitude to file-angle
                   perform convert-angle
                   move out-angle to geo-long-1
                   move geo-code-2 to f-code
                   read airfile
                       invalid key
                           continue
                       not invalid key
                           move f-latitude to file-angle
                           perform convert-angle
                           move out-angle to geo-lat-2
                           move f-longitude to file-angle
                           perform convert-angle
                           move out-angle to geo-long-2
                           move 1 to geo-resolved
                   end-read
           end-read
           if geo-resolved = 1
               compute geo-cosine =
                   function sin(geo-lat-1) * function sin(geo-lat-2)
                   + function cos(geo-lat-1) * function cos(geo-lat-2)
                     * function cos(geo-long-2 - geo-long-1)
               if geo-cosine > 1
                   move 1 to geo-cosine
               end-if
               if geo-cosine < -1
                   move -1 to geo-cosine
               end-if
               compute geo-km =
                   function acos(geo-cosine) * radius-of-earth
           end-if
       .

       convert-angle section.
       *> converts the ASCII file value to a floating point RADIAN
       *> value, exactly as aircode's distance lookup does.
           if fa-mins = 0
               move 1 to fa-mins
           end-if

           move fa-mins to fp-helper
           perform until fp-helper < 1.0
               compute fp-helper = fp-helper * .1
           end-perform

           compute fp-helper = fp-helper * 60
           move fp-helper to fa-mins

           compute out-angle = fa-degs + (fa-mins / 60)
           if fa-sign = "-"
               multiply -1 by out-angle
           end-if
           compute out-angle = (out-angle * function pi) / 180
       .

       close-files section.
           set close-file to true
           perform call-aircode-program
           close airline-file
           close airfile
           if alternates-available = 1
               close airalt-file
           end-if
           if restrictions-available = 1
               close airntm-file
           end-if
           if instances-available = 1
               close airinst-file
           end-if
           close report-file
       .

       call-aircode-program section.
           call "aircode" using by value dr-function
                                by value dr-airport1
                                by value dr-airport2
                                by value dr-prefix-text
                                by reference dr-rec
                                by reference dr-distance-result
                                by reference dr-matched-codes-array
                                by reference dr-file-status
                                by reference dr-message
                                by reference dr-itinerary-count
                                by reference dr-itinerary-codes
                                by reference dr-itinerary-result
                                by reference dr-nearest-count
                                by reference dr-nearest-results
                                by reference dr-continue-after-code
                                by reference dr-more-matches
                                by reference dr-operator-id
                                by reference dr-airline-count
                                by reference dr-airline-results
                                by value dr-size-filter
                                by reference dr-preferred-unit
                                by reference dr-connect-count
                                by reference dr-connect-results
                                by reference dr-travel-date
                                by reference dr-target-operator
                                by reference dr-target-level
                                by reference dr-accuracy-mode
                                by reference dr-waypoint-interval
                                by reference dr-waypoint-count
                                by reference dr-waypoints
                                by reference dr-min-runway-ft
                                by reference dr-diversion-result
                                by reference dr-aircraft-type
                                by reference dr-effective-utc-offset
                                by reference dr-point-geo
                                by reference dr-sched-day
                                by reference dr-sched-continue
                                by reference dr-name-search
                                by reference dr-facility-info
                                by reference dr-report-currency
                                by reference dr-query-criteria
                                by reference dr-fare-request
                                by reference dr-weather-info
                                by reference dr-sun-info
                                by reference dr-approval-request
                                by reference dr-target-scope
                                by reference dr-fir-result
                                by reference dr-tanker-result
                                by reference dr-dependants
                                by reference dr-reversal
                                by reference dr-annotations
                                by reference dr-fx-as-of-date
                                by reference dr-city-centre
                                by reference dr-language
                                by reference dr-target-grant
       .

       write-run-log-start section.
           move "AIRDISR" to rl-job-name
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
           move routes-read to rl-in-count
           move flights-hit to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Disruption impact" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airdisr.
