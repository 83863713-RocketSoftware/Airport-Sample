      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Slot-capacity breach report. For the date in dd_slot_date
      * (YYYYMMDD) takes every airline-file row operating that day
      * (effective dates and Mon-Sun mask honoured, blank schedule
      * fields read as daily, as airttbl does) and buckets its
      * departure at the origin and its arrival at the destination
      * into the local clock hour at that airport - UTC offset plus
      * any daylight-saving delta in force on the date, the same
      * conversion as the airttbl timetable board. Only airports
      * with a declaration on the slot-capacity table are counted;
      * dd_slot_airport, when set, narrows the run to one of them.
      * Each hour's arrivals, departures and total movements are
      * checked against the declaration for the date's IATA season
      * (falling back to the all-year row), and every hour over
      * any declared limit is listed with the flights in it
      * (dd_slot_breach_out). Writes the common run log.
      *
      ******************************************************************
       program-id. airslbr.

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

       select airslot-file assign airslot-file-name
           organization indexed
           record key is sl-key with no duplicates
           file status is airslot-status
           access dynamic.

       select sort-moves assign to "sortwk12".

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

       fd airslot-file.
       01 sl-rec.
       copy "airslot.cpy" replacing ==(prefix)== by ==sl==.

       sd sort-moves.
       01 sm-rec.
           03 sm-key.
               05 sm-airport           pic x(4).
               05 sm-hour              pic 99.
               05 sm-local-mins        pic 9(4).
           03 sm-kind                  pic x.
           03 sm-airline               pic x(3).
           03 sm-flight                pic 9(4).
           03 sm-other-airport         pic x(4).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 airdst-file-name             pic x(80).
       01 airslot-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airdst-status                pic xx.
       01 airslot-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airdst-dat                   value "dd_dst_rules".
       78 airslot-dat                  value "dd_slot_capacity".
       78 report-dat                   value "dd_slot_breach_out".
       78 slot-date-dat                value "dd_slot_date".
       78 slot-airport-dat             value "dd_slot_airport".
       78 max-hour-flights             value 200.

       01 dst-file-available           pic 9 value 0.
       01 slot-file-available          pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-moves                   pic x value "Y".
           88 no-more-moves            value "N".

       01 slot-date                    pic x(8).
       01 slot-date-num                pic 9(8).
       01 slot-day-number              pic 9(7).
       01 slot-dow                     pic 9.
       01 slot-date-valid              pic 9 value 0.
       01 slot-mmdd                    pic x(4).
       01 slot-season                  pic x.
       01 slot-airport                 pic x(4).

      *> the IATA season: summer runs from the last Sunday of
      *> March up to the last Sunday of October
       01 season-edge-date             pic 9(8).
       01 season-edge-day              pic 9(7).
       01 summer-start-day             pic 9(7).
       01 summer-end-day               pic 9(7).

       01 dst-in-force                 pic 9.
       01 flight-operates              pic 9.

      *> the airport being bucketed and its local offset on the
      *> report date
       01 move-airport                 pic x(4).
       01 move-declared                pic 9.
       01 move-offset                  pic s9(2)v99.
       01 sched-time-hhmm              pic x(4).
       01 sched-minutes                pic s9(5).
       01 local-mins                   pic 9(4).
       01 local-hh                     pic 99.
       01 local-mm                     pic 99.
       01 local-hhmm                   pic x(5).

      *> one airport-hour of sorted movements, held until the hour
      *> changes and it can be checked against the declaration
       01 hour-airport                 pic x(4).
       01 hour-of-day                  pic 99.
       01 hour-arrivals                pic 9(4).
       01 hour-departures              pic 9(4).
       01 hour-total                   pic 9(4).
       01 hour-table.
           03 hour-flight occurs 200.
               05 hf-kind              pic x.
               05 hf-local-mins        pic 9(4).
               05 hf-airline           pic x(3).
               05 hf-flight            pic 9(4).
               05 hf-other-airport     pic x(4).
       01 hour-flight-count            pic 9(3).
       01 hf-idx                       pic 9(3).
       01 hour-breached                pic 9.
       01 hour-declared                pic 9.
       01 breach-text                  pic x(40).

       01 edit-count                   pic zzz9.
       01 edit-limit                   pic zz9.
       01 detail-line                  pic x(132).

       01 breach-counters.
           03 routes-read              pic 9(7) value 0.
           03 movements-counted        pic 9(7) value 0.
           03 hours-checked            pic 9(5) value 0.
           03 hours-breached           pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if slot-date-valid = 0
               display "dd_slot_date must be a valid YYYYMMDD"
               move 8 to return-code
           else
           if slot-file-available = 0
               display "dd_slot_capacity is not available"
               move 8 to return-code
           else
               perform resolve-slot-season
               perform write-report-heading
               sort sort-moves
                   on ascending key sm-key
                   input procedure is bucket-scheduled-moves
                   output procedure is check-hours-against-slots
               perform write-report-summary
           end-if
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display slot-date-dat upon environment-name
           accept slot-date from environment-value
           if slot-date numeric
               move slot-date to slot-date-num
               if function test-date-yyyymmdd(slot-date-num) = 0
                   move 1 to slot-date-valid
                   compute slot-day-number =
                       function integer-of-date(slot-date-num)
                   compute slot-dow =
                       function mod(slot-day-number - 1, 7) + 1
                   move slot-date(5:4) to slot-mmdd
               end-if
           end-if
           display slot-airport-dat upon environment-name
           accept slot-airport from environment-value
           move function upper-case(slot-airport) to slot-airport

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

           display airslot-dat upon environment-name
           accept airslot-file-name from environment-value
           open input airslot-file
           if airslot-status = "00"
               move 1 to slot-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       resolve-slot-season section.
           move slot-date-num to season-edge-date
           move "0331" to season-edge-date(5:4)
           perform find-last-sunday
           move season-edge-day to summer-start-day
           move "1031" to season-edge-date(5:4)
           perform find-last-sunday
           move season-edge-day to summer-end-day
           if slot-day-number >= summer-start-day
                   and slot-day-number < summer-end-day
               move "S" to slot-season
           else
               move "W" to slot-season
           end-if
       .

       find-last-sunday section.
      *> back from the month's last day to its Sunday (day 7)
           compute season-edge-day =
               function integer-of-date(season-edge-date)
           compute season-edge-day = season-edge-day
               - function mod(function mod(season-edge-day - 1, 7)
                              + 1, 7)
       .

       bucket-scheduled-moves section.
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
                           move ar-origin to move-airport
                           move ar-dep-time to sched-time-hhmm
                           move "D" to sm-kind
                           perform release-one-move
                           move ar-dest to move-airport
                           move ar-arr-time to sched-time-hhmm
                           move "A" to sm-kind
                           perform release-one-move
                       end-if
               end-read
           end-perform
       .

       check-flight-operates section.
       *> same reading as airttbl and aircode's schedule filter:
       *> blank schedule fields mean the row operates daily.
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and slot-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and slot-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(slot-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       release-one-move section.
           if sched-time-hhmm not numeric
               exit section
           end-if
           if slot-airport not = spaces
                   and move-airport not = slot-airport
               exit section
           end-if
           perform test-airport-declared
           if move-declared = 0
               exit section
           end-if
           perform resolve-move-offset
           perform convert-to-move-local
           move move-airport to sm-airport
           move local-hh to sm-hour
           move local-mins to sm-local-mins
           move ar-airline to sm-airline
           move ar-flight-start to sm-flight
           if sm-kind = "D"
               move ar-dest to sm-other-airport
           else
               move ar-origin to sm-other-airport
           end-if
           add 1 to movements-counted
           release sm-rec
       .

       test-airport-declared section.
           move 0 to move-declared
           move move-airport to sl-airport
           move low-values to sl-season
           move 0 to sl-hour
           start airslot-file key >= sl-key
               invalid key
                   continue
               not invalid key
                   read airslot-file next record
                       at end
                           continue
                       not at end
                           if sl-airport = move-airport
                               move 1 to move-declared
                           end-if
                   end-read
           end-start
       .

       resolve-move-offset section.
       *> the airport's own utc offset, with its zone's
       *> daylight-saving delta when the report date falls inside
       *> the zone's period, as the timetable board works it out
           move 0 to move-offset
           move move-airport to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move f-utc-offset to move-offset
                   if dst-file-available = 1
                           and f-dst-zone not = spaces
                       move function upper-case(f-dst-zone)
                           to dz-zone
                       read airdst-file
                           invalid key
                               continue
                           not invalid key
                               perform test-dst-on-slot-date
                               if dst-in-force = 1
                                   compute move-offset =
                                       move-offset + dz-delta
                               end-if
                       end-read
                   end-if
           end-read
       .

       test-dst-on-slot-date section.
           move 0 to dst-in-force
           if dz-start-mmdd <= dz-end-mmdd
               if slot-mmdd >= dz-start-mmdd
                       and slot-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           else
      *> southern-hemisphere period spanning the turn of the year
               if slot-mmdd >= dz-start-mmdd
                       or slot-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           end-if
       .

       convert-to-move-local section.
           compute sched-minutes =
               function mod(
                   function numval(sched-time-hhmm(1:2)) * 60
                   + function numval(sched-time-hhmm(3:2))
                   + move-offset * 60 + 1440, 1440)
           move sched-minutes to local-mins
           compute local-hh = local-mins / 60
           compute local-mm = function mod(local-mins, 60)
       .

       check-hours-against-slots section.
           move spaces to hour-airport
           perform read-next-sorted-move
           perform until no-more-moves
               if sm-airport not = hour-airport
                       or sm-hour not = hour-of-day
                   if hour-airport not = spaces
                       perform check-one-hour
                   end-if
                   move sm-airport to hour-airport
                   move sm-hour to hour-of-day
                   move 0 to hour-arrivals hour-departures
                             hour-total hour-flight-count
               end-if
               perform note-hour-flight
               perform read-next-sorted-move
           end-perform
           if hour-airport not = spaces
               perform check-one-hour
           end-if
       .

       read-next-sorted-move section.
           return sort-moves
               at end
                   move "N" to more-moves
           end-return
       .

       note-hour-flight section.
           add 1 to hour-total
           if sm-kind = "A"
               add 1 to hour-arrivals
           else
               add 1 to hour-departures
           end-if
           if hour-flight-count < max-hour-flights
               add 1 to hour-flight-count
               move sm-kind to hf-kind(hour-flight-count)
               move sm-local-mins to hf-local-mins(hour-flight-count)
               move sm-airline to hf-airline(hour-flight-count)
               move sm-flight to hf-flight(hour-flight-count)
               move sm-other-airport
                   to hf-other-airport(hour-flight-count)
           end-if
       .

       check-one-hour section.
       *> the season's own row for the hour, else the all-year row;
       *> an hour with neither is not coordinated
           add 1 to hours-checked
           move 0 to hour-declared hour-breached
           move hour-airport to sl-airport
           move slot-season to sl-season
           move hour-of-day to sl-hour
           read airslot-file
               invalid key
                   move hour-airport to sl-airport
                   move space to sl-season
                   move hour-of-day to sl-hour
                   read airslot-file
                       invalid key
                           continue
                       not invalid key
                           move 1 to hour-declared
                   end-read
               not invalid key
                   move 1 to hour-declared
           end-read
           if hour-declared = 0
               exit section
           end-if
           if sl-arr-limit > 0 and hour-arrivals > sl-arr-limit
               move 1 to hour-breached
           end-if
           if sl-dep-limit > 0 and hour-departures > sl-dep-limit
               move 1 to hour-breached
           end-if
           if sl-total-limit > 0 and hour-total > sl-total-limit
               move 1 to hour-breached
           end-if
           if hour-breached = 1
               add 1 to hours-breached
               perform write-breached-hour
           end-if
       .

       write-breached-hour section.
           write report-rec from spaces
           move spaces to detail-line
           string hour-airport delimited by space
                  " " delimited by size
                  hour-of-day delimited by size
                  ":00-" delimited by size
                  hour-of-day delimited by size
                  ":59 local" delimited by size
                  into detail-line
           write report-rec from detail-line
           move hour-arrivals to edit-count
           move sl-arr-limit to edit-limit
           move spaces to breach-text
           if sl-arr-limit > 0 and hour-arrivals > sl-arr-limit
               move "  ** OVER" to breach-text
           end-if
           move spaces to detail-line
           string "  Arrivals   : " delimited by size
                  edit-count delimited by size
                  "  declared " delimited by size
                  edit-limit delimited by size
                  breach-text delimited by size
                  into detail-line
           write report-rec from detail-line
           move hour-departures to edit-count
           move sl-dep-limit to edit-limit
           move spaces to breach-text
           if sl-dep-limit > 0 and hour-departures > sl-dep-limit
               move "  ** OVER" to breach-text
           end-if
           move spaces to detail-line
           string "  Departures : " delimited by size
                  edit-count delimited by size
                  "  declared " delimited by size
                  edit-limit delimited by size
                  breach-text delimited by size
                  into detail-line
           write report-rec from detail-line
           move hour-total to edit-count
           move sl-total-limit to edit-limit
           move spaces to breach-text
           if sl-total-limit > 0 and hour-total > sl-total-limit
               move "  ** OVER" to breach-text
           end-if
           move spaces to detail-line
           string "  Movements  : " delimited by size
                  edit-count delimited by size
                  "  declared " delimited by size
                  edit-limit delimited by size
                  breach-text delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying hf-idx from 1 by 1
                   until hf-idx > hour-flight-count
               perform write-one-hour-flight
           end-perform
           if hour-total > hour-flight-count
               move "    (further flights in this hour not listed)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       write-one-hour-flight section.
           compute local-hh = hf-local-mins(hf-idx) / 60
           compute local-mm = function mod(hf-local-mins(hf-idx), 60)
           move spaces to local-hhmm
           string local-hh delimited by size
                  ":" delimited by size
                  local-mm delimited by size
                  into local-hhmm
           move spaces to detail-line
           if hf-kind(hf-idx) = "A"
               string "    " delimited by size
                      local-hhmm delimited by size
                      "  ARR  " delimited by size
                      hf-airline(hf-idx) delimited by space
                      " " delimited by size
                      hf-flight(hf-idx) delimited by size
                      "  from " delimited by size
                      hf-other-airport(hf-idx) delimited by space
                      into detail-line
           else
               string "    " delimited by size
                      local-hhmm delimited by size
                      "  DEP  " delimited by size
                      hf-airline(hf-idx) delimited by space
                      " " delimited by size
                      hf-flight(hf-idx) delimited by size
                      "  to   " delimited by size
                      hf-other-airport(hf-idx) delimited by space
                      into detail-line
           end-if
           write report-rec from detail-line
       .

       write-report-heading section.
           move spaces to detail-line
           string "Slot-capacity breaches for " delimited by size
                  slot-date delimited by size
                  " (IATA season " delimited by size
                  slot-season delimited by size
                  ", local clock)" delimited by size
                  into detail-line
           write report-rec from detail-line
           if slot-airport not = spaces
               move spaces to detail-line
               string "Airport: " delimited by size
                      slot-airport delimited by space
                      into detail-line
               write report-rec from detail-line
           end-if
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Routes read: " delimited by size
                  routes-read delimited by size
                  "  Movements counted: " delimited by size
                  movements-counted delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Airport-hours checked: " delimited by size
                  hours-checked delimited by size
                  "  Over declared capacity: " delimited by size
                  hours-breached delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           close airline-file
           close airfile
           if dst-file-available = 1
               close airdst-file
           end-if
           if slot-file-available = 1
               close airslot-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRSLBR" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           if slot-date-valid = 0 or slot-file-available = 0
               move "FAIL" to rl-status
           else
               move "OK" to rl-status
           end-if
           move routes-read to rl-in-count
           move hours-breached to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Slot-capacity breaches" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airslbr.
