      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Tail-rotation builder. For the airline in dd_rotation_airline
      * and the date in dd_rotation_date (YYYYMMDD), takes the
      * airline's route rows operating that day (effective dates and
      * Mon-Sun mask honoured, blank schedule fields read as daily)
      * and chains them, in departure order, into a line of flying
      * for each registration on the fleet file in service that day.
      * A flight can only go to an aircraft of its ar-equip-type (any
      * type when the row carries none) that is standing at the
      * flight's origin - every aircraft starts the day at its home
      * base and is then wherever it last arrived - and that has had
      * its type's minimum turnaround on the ground since that
      * arrival. An aircraft already flying is preferred over
      * starting another one, and among those the one ready latest,
      * so the fleet is worked tight. Flights no aircraft can take
      * are listed as not covered with the reason. Times are the
      * route file's UTC times; an arrival earlier than its
      * departure is taken as next day. Report on dd_rotation_out.
      * Writes the common run log.
      *
      ******************************************************************
       program-id. airrotb.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select airflt-file assign airflt-file-name
           organization indexed
           record key is fl-tail with no duplicates
           alternate record key is fl-airline with duplicates
           file status is airflt-status
           access dynamic.

       select airacft-file assign airacft-file-name
           organization indexed
           record key is ac-type with no duplicates
           file status is airacft-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airflt-file.
       01 fl-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==fl==.

       fd airacft-file.
       01 ac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==ac==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airline-file-name            pic x(80).
       01 airflt-file-name             pic x(80).
       01 airacft-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 airflt-status                pic xx.
       01 airacft-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airflt-dat                   value "dd_fleet".
       78 airacft-dat                  value "dd_aircraft_types".
       78 report-dat                   value "dd_rotation_out".
       78 rotation-airline-dat         value "dd_rotation_airline".
       78 rotation-date-dat            value "dd_rotation_date".
       78 max-flights                  value 500.
       78 max-tails                    value 200.
      *> ground time assumed for a type with no turnaround on the
      *> aircraft-type table
       78 default-turn-mins            value 45.

       01 fleet-file-available         pic 9 value 0.
       01 acft-file-available          pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-fleet                   pic x value "Y".
           88 no-more-fleet            value "N".

       01 rotation-airline             pic x(3).
       01 rotation-date                pic x(8).
       01 rotation-date-num            pic 9(8).
       01 rotation-dow                 pic 9.
       01 rotation-date-valid          pic 9 value 0.
       01 flight-operates              pic 9.

      *> the day's flights, ordered by departure
       01 flight-table.
           03 flight-row occurs 500.
               05 fr-dep-mins          pic 9(4).
               05 fr-arr-mins          pic 9(4).
               05 fr-origin            pic x(4).
               05 fr-dest              pic x(4).
               05 fr-flight            pic 9(4).
               05 fr-equip-type        pic x(4).
               05 fr-tail-idx          pic 9(3).
       01 flight-count                 pic 9(3) value 0.
       01 flights-overflowed           pic 9 value 0.
       01 fr-idx                       pic 9(3).
       01 swap-flight                  pic x(27).

      *> the fleet in service that day and where each aircraft is
       01 tail-table.
           03 tail-row occurs 200.
               05 tr-tail              pic x(8).
               05 tr-ac-type           pic x(4).
               05 tr-home-base         pic x(4).
               05 tr-turn-mins         pic 9(3).
               05 tr-station           pic x(4).
               05 tr-ready-mins        pic 9(4).
               05 tr-legs              pic 9(3).
       01 tail-count                   pic 9(3) value 0.
       01 tails-overflowed             pic 9 value 0.
       01 tr-idx                       pic 9(3).
       01 best-tail                    pic 9(3).
       01 best-flying                  pic 9.
       01 best-ready                   pic 9(4).
       01 tail-earliest                pic 9(5).
       01 type-on-fleet                pic 9.
       01 type-at-origin               pic 9.

       01 ord-i                        pic 9(3).
       01 ord-j                        pic 9(3).

       01 sched-time-hhmm              pic x(4).
       01 time-mins                    pic 9(4).
       01 time-hh                      pic 99.
       01 time-mm                      pic 99.
       01 time-text                    pic x(5).
       01 dep-text                     pic x(5).
       01 arr-text                     pic x(5).
       01 ground-mins                  pic 9(4).
       01 edit-ground                  pic zzz9.
       01 edit-legs                    pic zz9.
       01 uncovered-reason             pic x(50).
       01 prev-arr-mins                pic 9(4).
       01 prev-leg-seen                pic 9.

       01 detail-line                  pic x(132).

       01 rotation-counters.
           03 routes-read              pic 9(7) value 0.
           03 flights-covered          pic 9(5) value 0.
           03 flights-uncovered        pic 9(5) value 0.
           03 tails-flying             pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if rotation-date-valid = 0 or rotation-airline = spaces
               display "dd_rotation_airline and a valid YYYYMMDD "
                       "dd_rotation_date are required"
               move 8 to return-code
           else
               perform collect-day-flights
               perform order-day-flights
               perform collect-day-fleet
               perform varying fr-idx from 1 by 1
                       until fr-idx > flight-count
                   perform assign-one-flight
               end-perform
               perform write-rotation-report
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display rotation-airline-dat upon environment-name
           accept rotation-airline from environment-value
           move function upper-case(rotation-airline)
               to rotation-airline
           display rotation-date-dat upon environment-name
           accept rotation-date from environment-value
           if rotation-date numeric
               move rotation-date to rotation-date-num
               if function test-date-yyyymmdd(rotation-date-num) = 0
                   move 1 to rotation-date-valid
                   compute rotation-dow =
                       function mod(
                           function integer-of-date(rotation-date-num)
                           - 1, 7) + 1
               end-if
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
           end-if

           display airflt-dat upon environment-name
           accept airflt-file-name from environment-value
           open input airflt-file
           if airflt-status = "00"
               move 1 to fleet-file-available
           end-if

           display airacft-dat upon environment-name
           accept airacft-file-name from environment-value
           open input airacft-file
           if airacft-status = "00"
               move 1 to acft-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       collect-day-flights section.
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
                       if ar-airline = rotation-airline
                           perform check-flight-operates
                           if flight-operates = 1
                               perform note-day-flight
                           end-if
                       end-if
               end-read
           end-perform
       .

       check-flight-operates section.
       *> same reading as airttbl and aircode's schedule filter:
       *> blank schedule fields mean the row operates daily.
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and rotation-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and rotation-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(rotation-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       note-day-flight section.
      *> a row with no times cannot be placed in a rotation
           if ar-dep-time not numeric or ar-arr-time not numeric
               exit section
           end-if
           if flight-count >= max-flights
               move 1 to flights-overflowed
               exit section
           end-if
           add 1 to flight-count
           move ar-dep-time to sched-time-hhmm
           perform convert-hhmm-to-mins
           move time-mins to fr-dep-mins(flight-count)
           move ar-arr-time to sched-time-hhmm
           perform convert-hhmm-to-mins
           if time-mins < fr-dep-mins(flight-count)
               add 1440 to time-mins
           end-if
           move time-mins to fr-arr-mins(flight-count)
           move ar-origin to fr-origin(flight-count)
           move ar-dest to fr-dest(flight-count)
           move ar-flight-start to fr-flight(flight-count)
           move function upper-case(ar-equip-type)
               to fr-equip-type(flight-count)
           move 0 to fr-tail-idx(flight-count)
       .

       convert-hhmm-to-mins section.
           compute time-mins =
               function numval(sched-time-hhmm(1:2)) * 60
               + function numval(sched-time-hhmm(3:2))
       .

       order-day-flights section.
       *> departure order - the same straight exchange sort the
       *> timetable board uses.
           perform varying ord-i from 1 by 1
                   until ord-i >= flight-count
               perform varying ord-j from 1 by 1
                       until ord-j > flight-count - ord-i
                   if fr-dep-mins(ord-j) > fr-dep-mins(ord-j + 1)
                       move flight-row(ord-j) to swap-flight
                       move flight-row(ord-j + 1)
                           to flight-row(ord-j)
                       move swap-flight to flight-row(ord-j + 1)
                   end-if
               end-perform
           end-perform
       .

       collect-day-fleet section.
           if fleet-file-available = 0
               exit section
           end-if
           move rotation-airline to fl-airline
           start airflt-file key = fl-airline
               invalid key
                   move "N" to more-fleet
           end-start
           perform until no-more-fleet
               read airflt-file next record
                   at end
                       move "N" to more-fleet
                   not at end
                       if fl-airline not = rotation-airline
                           move "N" to more-fleet
                       else
                           perform note-fleet-aircraft
                       end-if
               end-read
           end-perform
       .

       note-fleet-aircraft section.
           if fl-in-service not = spaces
                   and rotation-date < fl-in-service
               exit section
           end-if
           if fl-out-service not = spaces
                   and rotation-date > fl-out-service
               exit section
           end-if
           if tail-count >= max-tails
               move 1 to tails-overflowed
               exit section
           end-if
           add 1 to tail-count
           move fl-tail to tr-tail(tail-count)
           move fl-ac-type to tr-ac-type(tail-count)
           move fl-home-base to tr-home-base(tail-count)
           move fl-home-base to tr-station(tail-count)
           move 0 to tr-ready-mins(tail-count) tr-legs(tail-count)
           move default-turn-mins to tr-turn-mins(tail-count)
           if acft-file-available = 1
               move fl-ac-type to ac-type
               read airacft-file
                   invalid key
                       continue
                   not invalid key
                       if ac-min-turn-mins > 0
                           move ac-min-turn-mins
                               to tr-turn-mins(tail-count)
                       end-if
               end-read
           end-if
       .

       assign-one-flight section.
      *> of the aircraft of the right type standing at the origin
      *> and turned round in time, take one already flying before
      *> a fresh one, and the one ready latest among those
           move 0 to best-tail best-flying best-ready
           perform varying tr-idx from 1 by 1
                   until tr-idx > tail-count
               if (fr-equip-type(fr-idx) = spaces
                   or tr-ac-type(tr-idx) = fr-equip-type(fr-idx))
                       and tr-station(tr-idx) = fr-origin(fr-idx)
                   if tr-legs(tr-idx) = 0
                       move 0 to tail-earliest
                   else
                       compute tail-earliest = tr-ready-mins(tr-idx)
                           + tr-turn-mins(tr-idx)
                   end-if
                   if tail-earliest <= fr-dep-mins(fr-idx)
                       perform weigh-candidate-tail
                   end-if
               end-if
           end-perform
           if best-tail = 0
               add 1 to flights-uncovered
           else
               add 1 to flights-covered
               move best-tail to fr-tail-idx(fr-idx)
               if tr-legs(best-tail) = 0
                   add 1 to tails-flying
               end-if
               add 1 to tr-legs(best-tail)
               move fr-dest(fr-idx) to tr-station(best-tail)
               move fr-arr-mins(fr-idx) to tr-ready-mins(best-tail)
           end-if
       .

       weigh-candidate-tail section.
           evaluate true
               when best-tail = 0
                   continue
               when tr-legs(tr-idx) > 0 and best-flying = 0
                   continue
               when tr-legs(tr-idx) = 0 and best-flying = 1
                   exit section
               when tr-ready-mins(tr-idx) > best-ready
                   continue
               when other
                   exit section
           end-evaluate
           move tr-idx to best-tail
           move tr-ready-mins(tr-idx) to best-ready
           if tr-legs(tr-idx) > 0
               move 1 to best-flying
           else
               move 0 to best-flying
           end-if
       .

       write-rotation-report section.
           move spaces to detail-line
           string "Tail rotations " delimited by size
                  rotation-airline delimited by space
                  " " delimited by size
                  rotation-date delimited by size
                  " (UTC)" delimited by size
                  into detail-line
           write report-rec from detail-line
           if fleet-file-available = 0
               move "  (fleet file not available - no aircraft)"
                   to detail-line
               write report-rec from detail-line
           end-if
           perform varying tr-idx from 1 by 1
                   until tr-idx > tail-count
               perform write-one-tail-day
           end-perform

           write report-rec from spaces
           move "SCHEDULES NOT COVERED BY THE FLEET" to detail-line
           write report-rec from detail-line
           if flights-uncovered = 0
               move "  (none)" to detail-line
               write report-rec from detail-line
           end-if
           perform varying fr-idx from 1 by 1
                   until fr-idx > flight-count
               if fr-tail-idx(fr-idx) = 0
                   perform write-one-uncovered
               end-if
           end-perform
           if flights-overflowed = 1 or tails-overflowed = 1
               write report-rec from spaces
               move spaces to detail-line
               string "  (table full - further flights "
                          delimited by size
                      "or aircraft not considered)" delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if

           write report-rec from spaces
           move spaces to detail-line
           string "Flights covered: " delimited by size
                  flights-covered delimited by size
                  "  Not covered: " delimited by size
                  flights-uncovered delimited by size
                  "  Aircraft flying: " delimited by size
                  tails-flying delimited by size
                  " of " delimited by size
                  tail-count delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-one-tail-day section.
           write report-rec from spaces
           move tr-legs(tr-idx) to edit-legs
           move spaces to detail-line
           string tr-tail(tr-idx) delimited by space
                  "  " delimited by size
                  tr-ac-type(tr-idx) delimited by space
                  "  base " delimited by size
                  tr-home-base(tr-idx) delimited by space
                  "  legs " delimited by size
                  edit-legs delimited by size
                  into detail-line
           write report-rec from detail-line
           if tr-legs(tr-idx) = 0
               move "    (not flying)" to detail-line
               write report-rec from detail-line
               exit section
           end-if
           move 0 to prev-leg-seen prev-arr-mins
           perform varying fr-idx from 1 by 1
                   until fr-idx > flight-count
               if fr-tail-idx(fr-idx) = tr-idx
                   perform write-one-rotation-leg
               end-if
           end-perform
           if tr-station(tr-idx) not = tr-home-base(tr-idx)
               move spaces to detail-line
               string "    ends the day at " delimited by size
                      tr-station(tr-idx) delimited by space
                      " - away from base" delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
       .

       write-one-rotation-leg section.
      *> ground time is from the aircraft's previous arrival; the
      *> first leg of the day shows none
           perform format-mins-as-time
           move time-text to dep-text
           perform format-arrival-time
           move time-text to arr-text
           move spaces to detail-line
           string "    " delimited by size
                  rotation-airline delimited by space
                  " " delimited by size
                  fr-flight(fr-idx) delimited by size
                  "  " delimited by size
                  fr-origin(fr-idx) delimited by space
                  "-" delimited by size
                  fr-dest(fr-idx) delimited by space
                  "  " delimited by size
                  dep-text delimited by size
                  "-" delimited by size
                  arr-text delimited by size
                  into detail-line
           if prev-leg-seen = 1
               compute ground-mins = fr-dep-mins(fr-idx) - prev-arr-mins
               move ground-mins to edit-ground
               string "ground " delimited by size
                      edit-ground delimited by size
                      " min" delimited by size
                      into detail-line(40:)
           end-if
           write report-rec from detail-line
           move fr-arr-mins(fr-idx) to prev-arr-mins
           move 1 to prev-leg-seen
       .

       format-mins-as-time section.
           compute time-hh = fr-dep-mins(fr-idx) / 60
           compute time-mm = function mod(fr-dep-mins(fr-idx), 60)
           move spaces to time-text
           string time-hh delimited by size
                  ":" delimited by size
                  time-mm delimited by size
                  into time-text
       .

       format-arrival-time section.
      *> past midnight shows on the 24-hour clock again
           compute time-hh =
               function mod(fr-arr-mins(fr-idx), 1440) / 60
           compute time-mm = function mod(fr-arr-mins(fr-idx), 60)
           move spaces to time-text
           string time-hh delimited by size
                  ":" delimited by size
                  time-mm delimited by size
                  into time-text
       .

       write-one-uncovered section.
           perform format-mins-as-time
           move time-text to dep-text
           move 0 to type-on-fleet type-at-origin
           perform varying tr-idx from 1 by 1
                   until tr-idx > tail-count
               if fr-equip-type(fr-idx) = spaces
                       or tr-ac-type(tr-idx) = fr-equip-type(fr-idx)
                   move 1 to type-on-fleet
                   if tr-station(tr-idx) = fr-origin(fr-idx)
                       move 1 to type-at-origin
                   end-if
               end-if
           end-perform
           move spaces to uncovered-reason
           evaluate true
               when type-on-fleet = 0
                   string "no " delimited by size
                          fr-equip-type(fr-idx) delimited by space
                          " in service" delimited by size
                          into uncovered-reason
               when type-at-origin = 0
                   string "no aircraft of the type at "
                              delimited by size
                          fr-origin(fr-idx) delimited by space
                          into uncovered-reason
               when other
                   string "none at " delimited by size
                          fr-origin(fr-idx) delimited by space
                          " turned round by " delimited by size
                          dep-text delimited by size
                          into uncovered-reason
           end-evaluate
           move spaces to detail-line
           string "  " delimited by size
                  rotation-airline delimited by space
                  " " delimited by size
                  fr-flight(fr-idx) delimited by size
                  "  " delimited by size
                  fr-origin(fr-idx) delimited by space
                  "-" delimited by size
                  fr-dest(fr-idx) delimited by space
                  "  dep " delimited by size
                  dep-text delimited by size
                  "  " delimited by size
                  fr-equip-type(fr-idx) delimited by size
                  "  " delimited by size
                  uncovered-reason delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           close airline-file
           if fleet-file-available = 1
               close airflt-file
           end-if
           if acft-file-available = 1
               close airacft-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRROTB" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           if rotation-date-valid = 0 or rotation-airline = spaces
               move "FAIL" to rl-status
           else
               move "OK" to rl-status
           end-if
           move routes-read to rl-in-count
           move flights-covered to rl-out-count
           move flights-uncovered to rl-reject-count
           move report-file-name to rl-report-file
           move "Tail rotations" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airrotb.
