      *            + or -
      *
      * and reports the contradictions. Nothing is changed here; the
      * report drives maintenance-screen corrections. Each
      * contradiction is also posted to the data-quality case file
      * (aircase), which closes the cases a full pass no longer
      * finds - the PREFIX ones only when the prefix table loaded.
      *
      ******************************************************************
       program-id. airgaud.
       01 offset-difference            comp-2.

       01 detail-line                  pic x(132).
       01 airfile-missing              pic 9 value 0.
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==cq==.

       01 audit-counters.
           03 records-read             pic 9(7) value 0.
       procedure division.
       main section.
           perform open-files
           perform start-case-run
           perform load-prefix-table
           perform audit-airfile
           perform end-case-run
           perform write-audit-summary
           perform close-files
           goback
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status not = "00"
               move "N" to more-records
               move 1 to airfile-missing
           end-if
           move low-values to f-code
           start airfile key >= f-code
               invalid key
                                  delimited by size
                              into detail-line
                       write report-rec from detail-line
                       move "PREFIX" to cq-case-type
                       perform post-geo-case
                   end-if
               end-if
           end-if
                          delimited by size
                      into detail-line
               write report-rec from detail-line
               move "OFFSET" to cq-case-type
               perform post-geo-case
           end-if
       .

                          delimited by size
                      into detail-line
               write report-rec from detail-line
               move "SIGN" to cq-case-type
               perform post-geo-case
           end-if
       .

       start-case-run section.
           initialize cq-case-area
           move "AIRGAUD" to cq-source-job
           move "S" to cq-request
           call "aircase" using cq-case-area
       .

       post-geo-case section.
           move "P" to cq-request
           move f-code to cq-airport
           move spaces to cq-case-ref
           move detail-line(9:60) to cq-detail
           call "aircase" using cq-case-area
       .

       end-case-run section.
           if airfile-missing = 0
               move "W" to cq-request
               move "OFFSET" to cq-case-type
               call "aircase" using cq-case-area
               move "SIGN" to cq-case-type
               call "aircase" using cq-case-area
               if prefix-count > 0
                   move "PREFIX" to cq-case-type
                   call "aircase" using cq-case-area
               end-if
           end-if
           move "E" to cq-request
           call "aircase" using cq-case-area
       .

       convert-to-decimal-degrees section.
                  sign-exceptions delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Cases opened: " delimited by size
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
