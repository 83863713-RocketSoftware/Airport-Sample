      * fa-degs/fa-mins, or a blank f-name/f-country, since a bad
      * manual edit to the master file otherwise just shows up later
      * as a silently wrong distance on the DISTSCRN screen.
      * The exceptions and the totals are also written to
      * dd_quality_report_out when it is set, so the night's run is
      * kept on the report catalogue with the other reports. Each
      * exception is also posted to the data-quality case file
      * (aircase), which closes the cases a clean pass no longer
      * finds.
      *
      ******************************************************************
       program-id. airqual.
           file status is file-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       01 run-failed                   pic 9 value 0.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airfile-name                 pic x(80).
       01 file-status                  pic xx.
       78 airport-dat                  value "dd_airports".
       01 report-file-name             pic x(80).
       01 report-status                pic xx.
       78 report-dat                   value "dd_quality_report_out".
       01 report-available             pic 9 value 0.
       01 exception-text               pic x(50).
       01 exception-type               pic x(8).
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==cq==.
       01 minutes-edit                 pic z(5)9.99.
       01 detail-line                  pic x(132).

       01 more-records                 pic x value "Y".
           88 no-more-records          value "N".
       main section.
           perform write-run-log-start
           perform open-files
           perform start-case-run
           perform until no-more-records
               perform read-next-airport
               if not no-more-records
               end-if
           end-perform
           perform close-files
           perform end-case-run
           perform display-summary
           perform close-report-file
           perform write-run-log-end
           goback
       .
               move "N" to more-records
               move 1 to run-failed
           end-if
           display report-dat upon environment-name
           accept report-file-name from environment-value
           if report-file-name not = spaces
               open output report-file
               if report-status = "00"
                   move 1 to report-available
               end-if
           end-if
           move low-values to f-code
           start airfile key >= f-code
               invalid key

           if f-lat-mins not numeric or f-long-mins not numeric
                   or f-lat-degs not numeric or f-long-degs not numeric
               move "COORDNUM" to exception-type
               move "non-numeric lat/long degs or mins"
                   to exception-text
               perform note-exception
           else
               move f-lat-mins to decode-mins
               perform decode-minutes-field
               if decoded-minutes >= 60
                   move "LATMINS" to exception-type
                   move decoded-minutes to minutes-edit
                   move spaces to exception-text
                   string "latitude minutes out of range: "
                              delimited by size
                          minutes-edit delimited by size
                          into exception-text
                   perform note-exception
               end-if

               move f-long-mins to decode-mins
               perform decode-minutes-field
               if decoded-minutes >= 60
                   move "LONGMINS" to exception-type
                   move decoded-minutes to minutes-edit
                   move spaces to exception-text
                   string "longitude minutes out of range: "
                              delimited by size
                          minutes-edit delimited by size
                          into exception-text
                   perform note-exception
               end-if
           end-if

           if f-name = spaces
               move "NONAME" to exception-type
               move "name is blank" to exception-text
               perform note-exception
           end-if

           if f-country = spaces
               move "NOCTRY" to exception-type
               move "country is blank" to exception-text
               perform note-exception
           end-if

           if record-has-exception
           end-if
       .

       note-exception section.
           move "Y" to exception-flag
           perform post-exception-case
           display "  ** " exception-text
           if report-available = 1
               move spaces to detail-line
               string f-code delimited by size
                      "  " delimited by size
                      exception-text delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
       .

       start-case-run section.
           initialize cq-case-area
           move "AIRQUAL" to cq-source-job
           move "S" to cq-request
           call "aircase" using cq-case-area
       .

       post-exception-case section.
           move "P" to cq-request
           move f-code to cq-airport
           move exception-type to cq-case-type
           move spaces to cq-case-ref
           move exception-text to cq-detail
           call "aircase" using cq-case-area
       .

       end-case-run section.
       *> only a pass over the whole master proves an exception
       *> gone
           if run-failed = 0
               move "W" to cq-request
               move spaces to cq-case-type
               call "aircase" using cq-case-area
           end-if
           move "E" to cq-request
           call "aircase" using cq-case-area
       .

       decode-minutes-field section.
       *> mirrors aircode.cbl's convert-angle normalization so a
       *> corrupt fa-mins value is flagged the same way it would be
           display "Airport data-quality audit complete"
           display "  Records read       : " records-read
           display "  Records exceptioned: " records-exceptioned
           if report-available = 1
               write report-rec from spaces
               move spaces to detail-line
               string "Records read: " delimited by size
                      records-read delimited by size
                      "  Records exceptioned: " delimited by size
                      records-exceptioned delimited by size
                      into detail-line
               write report-rec from detail-line
               perform write-case-counts
           end-if
       .

       write-case-counts section.
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

       close-report-file section.
           if report-available = 1
               close report-file
           end-if
       .

       close-files section.
           move records-read to rl-in-count
           move 0 to rl-out-count
           move records-exceptioned to rl-reject-count
           if report-available = 1
               move report-file-name to rl-report-file
               move "Airport data-quality audit" to rl-report-title
           end-if
           call "airrlog" using rl-run-log-area
           if run-failed = 1
               move 8 to return-code
