      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Nightly expansion of the route file's recurring patterns
      * into dated flight instances (dd_flight_instances, keyed
      * airline/flight/date). Every route row is laid out over the
      * rolling horizon - INSTANCE-HORIZON-DAYS off the site
      * parameters, default 60, counted from the processing date
      * (airpdat) - honouring its effective dates and Mon-Sun mask
      * the way airttbl and aircode read them (blank schedule fields
      * mean daily). A new date is written as scheduled; one already
      * on file has its schedule fields refreshed off the row and
      * keeps whatever status was recorded against it. An instance
      * inside the horizon that the patterns no longer produce is
      * withdrawn while still only scheduled; one carrying a
      * cancellation or an operated flight is kept and listed. A
      * flight number a second route row also flies that day goes
      * to the common reject file once per row. Instances before
      * the processing date are left as the history of what flew.
      * Report on dd_instance_expand_out. Writes the common run log.
      *
      ******************************************************************
       program-id. airinex.

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

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

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

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airline-file-name            pic x(80).
       01 airinst-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 airinst-status               pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airinst-dat                  value "dd_flight_instances".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_instance_expand_out".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).
       01 horizon-days                 pic 9(3) value 60.

       01 airline-open                 pic 9 value 0.
       01 airinst-open                 pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-instances               pic x value "Y".
           88 no-more-instances        value "N".

       01 process-date                 pic 9(8).
       01 process-day-int              pic 9(7).
       01 horizon-end-date             pic 9(8).
       01 day-idx                      pic 9(3).
       01 inst-day-int                 pic 9(7).
       01 inst-date-num                pic 9(8).
       01 inst-date                    pic x(8).
       01 inst-dow                     pic 9.
       01 flight-operates              pic 9.
       01 route-flight                 pic 9(5).
       01 route-flight-last            pic 9(4).
       01 route-clashed                pic 9.
       01 now-stamp                    pic x(21).
       01 status-word                  pic x(9).
       01 reject-reason                pic x(30).
       01 run-status-word              pic x(4) value "OK".
       01 detail-line                  pic x(132).

       01 expand-counters.
           03 routes-read              pic 9(7) value 0.
           03 instances-added          pic 9(7) value 0.
           03 instances-refreshed      pic 9(7) value 0.
           03 instances-withdrawn      pic 9(7) value 0.
           03 instances-kept           pic 9(7) value 0.
           03 routes-rejected          pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-site-horizon
           perform open-files
           if airline-open = 1 and airinst-open = 1
               perform expand-routes
               perform withdraw-dropped-instances
           end-if
           perform write-report-summary
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       load-site-horizon section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the one row this job cares about
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
                       if function upper-case(siteparam-name)
                               = "INSTANCE-HORIZON-DAYS"
                               and siteparam-value not = spaces
                           compute horizon-days =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
           if horizon-days = 0
               move 60 to horizon-days
           end-if
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date
           compute process-day-int =
               function integer-of-date(process-date)
           compute horizon-end-date = function date-of-integer(
               process-day-int + horizon-days - 1)
           move function current-date to now-stamp

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status = "00"
               move 1 to airline-open
           else
               move "FAIL" to run-status-word
               move "Route file not available" to detail-line
               write report-rec from detail-line
               exit section
           end-if

      *> the first run creates the instance file
           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open i-o airinst-file
           if airinst-status = "35"
               open output airinst-file
               close airinst-file
               open i-o airinst-file
           end-if
           if airinst-status = "00"
               move 1 to airinst-open
           else
               move "FAIL" to run-status-word
               move "Flight instance file not available"
                   to detail-line
               write report-rec from detail-line
               exit section
           end-if

           move spaces to detail-line
           string "Flight instance expansion - " delimited by size
                  process-date delimited by size
                  " to " delimited by size
                  horizon-end-date delimited by size
                  " (" delimited by size
                  horizon-days delimited by size
                  " days)" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
       .

       expand-routes section.
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
                       perform expand-one-route
               end-read
           end-perform
       .

       expand-one-route section.
           move 0 to route-clashed
           if ar-flight-start not numeric
               move "flight number not numeric" to reject-reason
               perform write-common-reject
               exit section
           end-if
      *> a row can carry a range of flight numbers on the one
      *> schedule, the way airactl reads it - every number in the
      *> range flies; a missing or backward end means the one
      *> flight
           if ar-flight-end numeric
                   and ar-flight-end >= ar-flight-start
               move ar-flight-end to route-flight-last
           else
               move ar-flight-start to route-flight-last
           end-if
           perform varying day-idx from 0 by 1
                   until day-idx >= horizon-days
               compute inst-day-int = process-day-int + day-idx
               compute inst-date-num =
                   function date-of-integer(inst-day-int)
               move inst-date-num to inst-date
               compute inst-dow =
                   function mod(inst-day-int - 1, 7) + 1
               perform check-flight-operates
               if flight-operates = 1
                   perform varying route-flight from ar-flight-start
                           by 1 until route-flight > route-flight-last
                       perform lay-one-instance
                   end-perform
               end-if
           end-perform
       .

       check-flight-operates section.
       *> the same reading as airttbl's board and aircode's schedule
       *> filter: blank schedule fields mean the old hand-built rows
       *> keep flying daily.
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and inst-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and inst-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(inst-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       lay-one-instance section.
           move ar-airline to in-airline
           move route-flight to in-flight
           move inst-date to in-date
           read airinst-file
               invalid key
                   perform add-new-instance
               not invalid key
                   perform refresh-instance
           end-read
       .

       add-new-instance section.
           move ar-airline to in-airline
           move route-flight to in-flight
           move inst-date to in-date
           perform move-schedule-fields
           move "S" to in-status
           move now-stamp(1:14) to in-status-stamp
           move "AIRINEX" to in-status-source
           write in-rec
               invalid key
                   move "FAIL" to run-status-word
               not invalid key
                   add 1 to instances-added
           end-write
       .

       refresh-instance section.
      *> already laid out tonight by another route row - the same
      *> flight number on a different sector that day
           if in-expanded-date = process-date
                   and (in-origin not = ar-origin
                        or in-dest not = ar-dest)
               if route-clashed = 0
                   move 1 to route-clashed
                   move "flight number used twice a day"
                       to reject-reason
                   perform write-common-reject
               end-if
               exit section
           end-if
           perform move-schedule-fields
           rewrite in-rec
               invalid key
                   move "FAIL" to run-status-word
               not invalid key
                   add 1 to instances-refreshed
           end-rewrite
       .

       move-schedule-fields section.
       *> the schedule side only - the status and its stamp belong
       *> to the instance
           move ar-origin to in-origin
           move ar-dest to in-dest
           move ar-dep-time to in-dep-time
           move ar-arr-time to in-arr-time
           move ar-equip-type to in-equip-type
           if ar-seat-count numeric
               move ar-seat-count to in-seat-count
           else
               move 0 to in-seat-count
           end-if
           move process-date to in-expanded-date
       .

       withdraw-dropped-instances section.
       *> the key leads with the airline, so the horizon is found by
       *> reading the whole file through
           move low-values to in-key
           start airinst-file key >= in-key
               invalid key
                   move "N" to more-instances
           end-start
           perform until no-more-instances
               read airinst-file next record
                   at end
                       move "N" to more-instances
                   not at end
                       if in-date >= process-date
                               and in-date <= horizon-end-date
                               and in-expanded-date not = process-date
                           perform withdraw-one-instance
                       end-if
               end-read
           end-perform
       .

       withdraw-one-instance section.
           evaluate true
               when in-cancelled
                   move "CANCELLED" to status-word
               when in-operated
                   move "OPERATED" to status-word
               when other
                   move "SCHEDULED" to status-word
           end-evaluate
           move spaces to detail-line
           if in-scheduled
               delete airinst-file record
                   invalid key
                       move "FAIL" to run-status-word
                       exit section
               end-delete
               add 1 to instances-withdrawn
               string "WITHDRAWN " delimited by size
                      in-airline delimited by space
                      in-flight delimited by size
                      " " delimited by size
                      in-date delimited by size
                      "  " delimited by size
                      in-origin delimited by space
                      "-" delimited by size
                      in-dest delimited by space
                      "  no longer in the schedule" delimited by size
                      into detail-line
           else
               add 1 to instances-kept
               string "KEPT      " delimited by size
                      in-airline delimited by space
                      in-flight delimited by size
                      " " delimited by size
                      in-date delimited by size
                      "  " delimited by size
                      in-origin delimited by space
                      "-" delimited by size
                      in-dest delimited by space
                      "  no longer in the schedule, " delimited by size
                      status-word delimited by space
                      " kept" delimited by size
                      into detail-line
           end-if
           write report-rec from detail-line
       .

       write-common-reject section.
           add 1 to routes-rejected
           move "AIRINEX" to wr-source-job
           move reject-reason to wr-reason
           move ar-rec to wr-raw-row
           call "airrejw" using wr-reject-area
           move spaces to detail-line
           string "REJECTED  " delimited by size
                  ar-airline delimited by space
                  ar-flight-start delimited by size
                  "  " delimited by size
                  ar-origin delimited by space
                  "-" delimited by size
                  ar-dest delimited by space
                  "  " delimited by size
                  reject-reason delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Routes read: " delimited by size
                  routes-read delimited by size
                  "  Added: " delimited by size
                  instances-added delimited by size
                  "  Refreshed: " delimited by size
                  instances-refreshed delimited by size
                  "  Withdrawn: " delimited by size
                  instances-withdrawn delimited by size
                  "  Kept: " delimited by size
                  instances-kept delimited by size
                  "  Rejected: " delimited by size
                  routes-rejected delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       display-summary section.
           display "Flight instance expansion complete"
           display "  Routes read         : " routes-read
           display "  Instances added     : " instances-added
           display "  Instances refreshed : " instances-refreshed
           display "  Instances withdrawn : " instances-withdrawn
           display "  Routes rejected     : " routes-rejected
       .

       close-files section.
           if airline-open = 1
               close airline-file
           end-if
           if airinst-open = 1
               close airinst-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRINEX" to rl-job-name
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
           compute rl-out-count = instances-added + instances-refreshed
           move routes-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Flight instance expansion" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airinex.
