      *                      longest-runway figure exceeds their
      *                      longest serviceable runway on file
      *
      * Every exception is also posted to the data-quality case
      * file (aircase), and a case a complete sweep of its file no
      * longer finds is closed - a file that could not be opened
      * leaves its cases as they stand.
      *
      ******************************************************************
       program-id. airxchk.

       01 check-operator               pic x(8).

       01 detail-line                  pic x(132).
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==cq==.
       01 case-files-open.
           03 airfile-open             pic 9 value 0.
           03 routes-open              pic 9 value 0.
           03 cache-open               pic 9 value 0.
           03 auth-open                pic 9 value 0.
           03 pref-open                pic 9 value 0.

       01 xchk-counters.
           03 routes-read              pic 9(7) value 0.
       procedure division.
       main section.
           perform open-files
           perform start-case-run
           perform audit-airline-routes
           perform audit-distance-cache
           perform audit-authority-file
           perform audit-preference-file
           perform audit-runway-detail
           perform end-case-run
           perform write-audit-summary
           perform close-files
           goback
           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           if file-status = "00"
               move 1 to airfile-open
           end-if
           if airline-status = "00"
               move 1 to routes-open
           end-if
           if airdist-cache-status = "00"
               move 1 to cache-open
           end-if
           if airauth-status = "00"
               move 1 to auth-open
           end-if
           if airpref-status = "00"
               move 1 to pref-open
           end-if
       .

       start-case-run section.
           initialize cq-case-area
           move "AIRXCHK" to cq-source-job
           move "S" to cq-request
           call "aircase" using cq-case-area
       .

       post-xchk-case section.
       *> the report line, less its indent, is the case detail;
       *> the caller has set the airport, type and reference
           move "P" to cq-request
           move detail-line(3:60) to cq-detail
           call "aircase" using cq-case-area
       .

       end-case-run section.
       *> each exception type is swept only when the files its
       *> check depends on were there to be read end to end
           move "W" to cq-request
           if airfile-open = 1 and routes-open = 1
               move "ROUTE" to cq-case-type
               call "aircase" using cq-case-area
           end-if
           if airfile-open = 1 and cache-open = 1
               move "CACHE" to cq-case-type
               call "aircase" using cq-case-area
           end-if
           if auth-open = 1
               move "AUTHBLNK" to cq-case-type
               call "aircase" using cq-case-area
               if credentials-available = 1
                   move "AUTHCRED" to cq-case-type
                   call "aircase" using cq-case-area
               end-if
           end-if
           if pref-open = 1
               move "PREFBLNK" to cq-case-type
               call "aircase" using cq-case-area
               move "PREFUNIT" to cq-case-type
               call "aircase" using cq-case-area
               if credentials-available = 1
                   move "PREFCRED" to cq-case-type
                   call "aircase" using cq-case-area
               end-if
           end-if
           if airfile-open = 1 and runways-available = 1
               move "RWYORPH" to cq-case-type
               call "aircase" using cq-case-area
               move "RWYOVER" to cq-case-type
               call "aircase" using cq-case-area
           end-if
           move "E" to cq-request
           call "aircase" using cq-case-area
       .

       lookup-parent-airport section.
                      into detail-line
           end-if
           write report-rec from detail-line
           move check-code to cq-airport
           move "ROUTE" to cq-case-type
           move ar-key to cq-case-ref
           perform post-xchk-case
       .

       audit-distance-cache section.
                      " not on airfile" delimited by size
                      into detail-line
               write report-rec from detail-line
               perform post-cache-case
           else
               if parent-closed = 1
                   add 1 to cache-code-closed
                          " is closed" delimited by size
                          into detail-line
                   write report-rec from detail-line
                   perform post-cache-case
               end-if
           end-if
       .

       post-cache-case section.
           move check-code to cq-airport
           move "CACHE" to cq-case-type
           move dc-pair-key to cq-case-ref
           perform post-xchk-case
       .

       audit-authority-file section.
           move "OPERATOR AUTHORITY FILE" to detail-line
           perform write-section-heading
                               move "  (blank operator id)"
                                   to detail-line
                               write report-rec from detail-line
                               move spaces to cq-airport
                               move "AUTHBLNK" to cq-case-type
                               move spaces to cq-case-ref
                               perform post-xchk-case
                           else
                               move au-operator-id to check-operator
                               perform check-operator-credentials
                                              delimited by size
                                          into detail-line
                                   write report-rec from detail-line
                                   move spaces to cq-airport
                                   move "AUTHCRED" to cq-case-type
                                   move au-operator-id to cq-case-ref
                                   perform post-xchk-case
                               end-if
                           end-if
                           read airauth-file next record
               add 1 to pref-blank-operator
               move "  (blank operator id)" to detail-line
               write report-rec from detail-line
               move spaces to cq-airport
               move "PREFBLNK" to cq-case-type
               move spaces to cq-case-ref
               perform post-xchk-case
           else
               move pf-operator-id to check-operator
               perform check-operator-credentials
                          " : no credentials row" delimited by size
                          into detail-line
                   write report-rec from detail-line
                   move spaces to cq-airport
                   move "PREFCRED" to cq-case-type
                   move pf-operator-id to cq-case-ref
                   perform post-xchk-case
               end-if
           end-if
           if pf-preferred-unit not = "K"
                          delimited by size
                      into detail-line
               write report-rec from detail-line
               move spaces to cq-airport
               move "PREFUNIT" to cq-case-type
               move pf-operator-id to cq-case-ref
               perform post-xchk-case
           end-if
       .

                          " airfile" delimited by size
                          into detail-line
                   write report-rec from detail-line
                   move rw-airport to cq-airport
                   move "RWYORPH" to cq-case-type
                   move spaces to cq-case-ref
                   perform post-xchk-case
               end-if
           end-if
           if rw-is-serviceable
                      "ft" delimited by size
                      into detail-line
               write report-rec from detail-line
               move rwy-break-airport to cq-airport
               move "RWYOVER" to cq-case-type
               move spaces to cq-case-ref
               perform post-xchk-case
           end-if
       .

                  runway-master-overstates delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "  Cases opened           : " delimited by size
                  cq-opened delimited by size
                  "  Updated: " delimited by size
                  cq-updated delimited by size
                  "  Reopened: " delimited by size
                  cq-reopened delimited by size
                  "  Auto-closed: " delimited by size
                  cq-auto-closed delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
