      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Drives aircode's supervised reverse-change function, one
      * maintenance audit entry per input line, named by its chain
      * sequence number as airaudq prints it:
      *
      *     sequence
      *
      * Each entry's before-image goes back through aircode's own
      * maintenance path under the administrator authority of the
      * operator named by dd_operator_id - an add is deleted again,
      * an update rewritten to what it replaced, a delete restored -
      * with the lock, the validation and a fresh audit entry of its
      * own. An entry on an airport changed again since is refused,
      * and the later entries standing in the way are listed under
      * it so they can be reversed first, newest back. Keying the
      * old values back in by hand, or a whole-file airfrec
      * recovery, was the only way back before.
      *
      ******************************************************************
       program-id. airrevc.

       select entries-file assign entries-file-name
           organization line sequential
           file status is entries-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd entries-file.
       01 entries-rec                  pic x(20).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==rc==.
       01 rc-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==rc==.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.

       01 entries-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 entries-status               pic xx.
       01 report-status                pic xx.
       78 entries-dat                  value "dd_reverse_entries".
       78 report-dat                   value "dd_reverse_out".
       78 operator-dat                 value "dd_operator_id".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 entry-text                   pic x(9).
       01 conflict-idx                 pic 9(3).
       01 detail-line                  pic x(132).

       01 reverse-counters.
           03 entries-read             pic 9(5) value 0.
           03 entries-reversed         pic 9(5) value 0.
           03 entries-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform until no-more-input
               read entries-file into entries-rec
                   at end
                       move "N" to more-input
                   not at end
                       if entries-rec not = spaces
                           add 1 to entries-read
                           perform reverse-one-entry
                       end-if
               end-read
           end-perform
           perform write-reverse-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display operator-dat upon environment-name
           accept rc-operator-id from environment-value

           display entries-dat upon environment-name
           accept entries-file-name from environment-value
           open input entries-file
           if entries-status not = "00"
               move "N" to more-input
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           set open-file to true
           perform call-aircode-program
       .

       reverse-one-entry section.
           initialize rc-reversal
           move spaces to entry-text
           unstring entries-rec delimited by "," or space
               into entry-text
           end-unstring
           if function test-numval(entry-text) = 0
               move function numval(entry-text) to rvs-audit-seq
           end-if
           set reverse-change to true
           perform call-aircode-program
           move spaces to detail-line
           if rc-file-status = "00"
               add 1 to entries-reversed
               string "REVERSED " delimited by size
                      entry-text delimited by space
                      " " delimited by size
                      rvs-entry-function delimited by size
                      " " delimited by size
                      rvs-entry-code delimited by space
                      " : " delimited by size
                      rc-message delimited by size
                      into detail-line
               write report-rec from detail-line
           else
               add 1 to entries-rejected
               string "REJECTED " delimited by size
                      entry-text delimited by space
                      " " delimited by size
                      rvs-entry-function delimited by size
                      " " delimited by size
                      rvs-entry-code delimited by space
                      " status " delimited by size
                      rc-file-status delimited by size
                      " : " delimited by size
                      rc-message delimited by size
                      into detail-line
               write report-rec from detail-line
               perform varying conflict-idx from 1 by 1
                       until conflict-idx > rvs-conflict-count
                          or conflict-idx > 10
                   move spaces to detail-line
                   string "         later entry " delimited by size
                          rvs-conflict-seq(conflict-idx)
                              delimited by size
                          " " delimited by size
                          rvs-conflict-stamp(conflict-idx)
                              delimited by size
                          " function " delimited by size
                          rvs-conflict-function(conflict-idx)
                              delimited by size
                          " by " delimited by size
                          rvs-conflict-operator(conflict-idx)
                              delimited by size
                          into detail-line
                   write report-rec from detail-line
               end-perform
           end-if
       .

       write-reverse-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Entries read    : " delimited by size
                  entries-read delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Entries reversed: " delimited by size
                  entries-reversed delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Entries rejected: " delimited by size
                  entries-rejected delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-run-log-start section.
           move "AIRREVC" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move "OK" to rl-status
           move entries-read to rl-in-count
           move entries-reversed to rl-out-count
           move entries-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Reversed maintenance changes" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       call-aircode-program section.
           call "aircode" using by value rc-function
                                by value rc-airport1
                                by value rc-airport2
                                by value rc-prefix-text
                                by reference rc-rec
                                by reference rc-distance-result
                                by reference rc-matched-codes-array
                                by reference rc-file-status
                                by reference rc-message
                                by reference rc-itinerary-count
                                by reference rc-itinerary-codes
                                by reference rc-itinerary-result
                                by reference rc-nearest-count
                                by reference rc-nearest-results
                                by reference rc-continue-after-code
                                by reference rc-more-matches
                                by reference rc-operator-id
                                by reference rc-airline-count
                                by reference rc-airline-results
                                by value rc-size-filter
                                by reference rc-preferred-unit
                                by reference rc-connect-count
                                by reference rc-connect-results
                                by reference rc-travel-date
                                by reference rc-target-operator
                                by reference rc-target-level
                                by reference rc-accuracy-mode
                                by reference rc-waypoint-interval
                                by reference rc-waypoint-count
                                by reference rc-waypoints
                                by reference rc-min-runway-ft
                                by reference rc-diversion-result
                                by reference rc-aircraft-type
                                by reference rc-effective-utc-offset
                                by reference rc-point-geo
                                by reference rc-sched-day
                                by reference rc-sched-continue
                                by reference rc-name-search
                                by reference rc-facility-info
                                by reference rc-report-currency
                                by reference rc-query-criteria
                                by reference rc-fare-request
                                by reference rc-weather-info
                                by reference rc-sun-info
                                by reference rc-approval-request
                                by reference rc-target-scope
                                by reference rc-fir-result
                                by reference rc-tanker-result
                                by reference rc-dependants
                                by reference rc-reversal
                                by reference rc-annotations
                                by reference rc-fx-as-of-date
                                by reference rc-city-centre
                                by reference rc-language
                                by reference rc-target-grant
       .

       close-files section.
           set close-file to true
           perform call-aircode-program
           close entries-file
           close report-file
       .

       end program airrevc.
