      * delta in force on that date, as aircode's per-inquiry
      * build-local-times does - and prints the board ordered by
      * hour (dd_timetable_out). Airline names come off the airline
      * reference table when it is configured, and a flight whose
      * dated instance (dd_flight_instances, when configured) is
      * cancelled that day stays on the board marked CANCELLED.
      * Writes the common run log.
      *
      ******************************************************************
       program-id. airttbl.
           file status is airlnm-status
           access dynamic.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.
       01 an-rec.
       copy "airlnm.cpy" replacing ==(prefix)== by ==an==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd report-file.
       01 report-rec                   pic x(132).

       01 airfile-name                 pic x(80).
       01 airdst-file-name             pic x(80).
       01 airlnm-file-name             pic x(80).
       01 airinst-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airdst-status                pic xx.
       01 airlnm-status                pic xx.
       01 airinst-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airdst-dat                   value "dd_dst_rules".
       78 airlnm-dat                   value "dd_airline_names".
       78 airinst-dat                  value "dd_flight_instances".
       78 report-dat                   value "dd_timetable_out".
       78 board-airport-dat            value "dd_timetable_airport".
       78 board-date-dat               value "dd_timetable_date".

       01 dst-file-available           pic 9 value 0.
       01 airline-names-available      pic 9 value 0.
       01 instances-available          pic 9 value 0.
       01 board-flight                 pic 9(5).
       01 board-flight-first           pic 9(4).
       01 board-flight-last            pic 9(4).
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

               05 bd-flight            pic 9(4).
               05 bd-other-airport     pic x(4).
               05 bd-airline-name      pic x(20).
               05 bd-note              pic x(9).
       01 board-count                  pic 9(3) value 0.
       01 board-overflowed             pic 9 value 0.
       01 bd-idx                       pic 9(3).
           03 sw-flight                pic 9(4).
           03 sw-other-airport         pic x(4).
           03 sw-airline-name          pic x(20).
           03 sw-note                  pic x(9).

       01 detail-line                  pic x(132).

           03 routes-read              pic 9(7) value 0.
           03 departures-listed        pic 9(5) value 0.
           03 arrivals-listed          pic 9(5) value 0.
           03 cancellations-listed     pic 9(5) value 0.

       procedure division.
       main section.
               move 1 to airline-names-available
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
                               or ar-dest = board-airport
                           perform check-flight-operates
                           if flight-operates = 1
                               perform set-flight-range
                               perform varying board-flight
                                       from board-flight-first by 1
                                       until board-flight
                                           > board-flight-last
                                   perform note-board-row
                               end-perform
                           end-if
                       end-if
               end-read
           end-if
       .

       set-flight-range section.
      *> a row can carry a range of flight numbers on the one
      *> schedule, the way airactl reads it - every number in the
      *> range flies; a missing or backward end means the one
      *> flight
           move 0 to board-flight-first
           move 0 to board-flight-last
           if ar-flight-start numeric
               move ar-flight-start to board-flight-first
               move ar-flight-start to board-flight-last
               if ar-flight-end numeric
                       and ar-flight-end >= ar-flight-start
                   move ar-flight-end to board-flight-last
               end-if
           end-if
       .

       note-board-row section.
           if board-count >= max-board-rows
               move 1 to board-overflowed
                       add 1 to arrivals-listed
                   end-if
                   move ar-airline to bd-airline(board-count)
                   move board-flight to bd-flight(board-count)
                   perform convert-to-board-local
                   move local-mins to bd-local-mins(board-count)
                   move spaces to bd-local-hhmm(board-count)
                          local-mm delimited by size
                          into bd-local-hhmm(board-count)
                   perform look-up-airline-name
                   perform check-instance-cancelled
               end-if
           end-if
       .

       check-instance-cancelled section.
       *> the pattern says it flies; the day's own instance may say
       *> the desk has cancelled it. No instance on file - beyond
       *> the expansion horizon, or the file not configured - leaves
       *> the pattern's word standing.
           move spaces to bd-note(board-count)
           if instances-available = 1
               move ar-airline to in-airline
               move board-flight to in-flight
               move board-date to in-date
               read airinst-file
                   invalid key
                       continue
                   not invalid key
                       if in-cancelled
                           move "CANCELLED" to bd-note(board-count)
                           add 1 to cancellations-listed
                       end-if
               end-read
           end-if
       .

       convert-to-board-local section.
           compute sched-minutes =
               function mod(
                   to detail-line
               write report-rec from detail-line
           end-if

           if cancellations-listed > 0
               write report-rec from spaces
               move spaces to detail-line
               string "  " delimited by size
                      cancellations-listed delimited by size
                      " flight(s) cancelled that day" delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
       .

       write-one-board-line section.
                  bd-other-airport(bd-idx) delimited by space
                  "  " delimited by size
                  bd-airline-name(bd-idx) delimited by size
                  "  " delimited by size
                  bd-note(bd-idx) delimited by size
                  into detail-line
           write report-rec from detail-line
       .
           if airline-names-available = 1
               close airlnm-file
           end-if
           if instances-available = 1
               close airinst-file
           end-if
           close report-file
       .

           move routes-read to rl-in-count
           move board-count to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Daily timetable" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

