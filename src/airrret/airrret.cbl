      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Nightly retention sweep of the report catalogue
      * (dd_report_catalogue). A catalogued report older than its
      * job's retention period, counted in days from its processing
      * date to today's (airpdat), is removed: the report file is
      * deleted and its catalogue row goes. The period comes from
      * the site parameters - RETAIN-<job> (e.g. RETAIN-AIRBAL,400)
      * for one job, RETAIN-DAYS for every other (default 35); a
      * period of 0 keeps that job's reports for good. Where a job
      * writes to the same path every night, the file is left alone
      * while a newer run still in its period is catalogued against
      * it - only the expired row goes. Lists every removal on
      * dd_report_retention_out. Writes the common run log.
      *
      ******************************************************************
       program-id. airrret.

       select catalogue-file assign catalogue-file-name
           organization indexed
           record key is rc-key with no duplicates
           file status is catalogue-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd catalogue-file.
       01 rc-rec.
       copy "airrcat.cpy" replacing ==(prefix)== by ==rc==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 catalogue-file-name          pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 catalogue-status             pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 catalogue-dat                value "dd_report_catalogue".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_report_retention_out".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).

      *> retention periods: the site default and up to 50 per-job
      *> overrides off the site parameters
       01 default-retain-days          pic 9(4) value 35.
       01 job-retain-count             pic 9(3) value 0.
       01 job-retain-table.
           03 job-retain occurs 50.
               05 jr-job               pic x(8).
               05 jr-days              pic 9(4).
       01 jr-idx                       pic 9(3).
       01 retain-days                  pic 9(4).

      *> report paths still held by rows inside their period
       01 kept-count                   pic 9(4) value 0.
       01 kept-overflow                pic 9 value 0.
       01 kept-table.
           03 kept-location            pic x(80) occurs 1000.
       01 kept-idx                     pic 9(4).
       01 location-kept                pic 9.

       01 catalogue-open               pic 9 value 0.
       01 more-catalogue               pic x.
           88 no-more-catalogue        value "N".

       01 process-date                 pic 9(8).
       01 report-date                  pic 9(8).
       01 report-age-days              pic 9(5).
       01 row-expired                  pic 9.
       01 delete-file-name             pic x(81).
       01 delete-result                pic s9(9) comp-5.
       01 file-note                    pic x(24).
       01 run-status-word              pic x(4) value "OK".
       01 detail-line                  pic x(132).

       01 retention-counters.
           03 rows-read                pic 9(7) value 0.
           03 rows-removed             pic 9(7) value 0.
           03 files-deleted            pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-retention-periods
           perform open-files
           if catalogue-open = 1
               perform note-kept-locations
               perform remove-expired-reports
           end-if
           perform write-report-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       load-retention-periods section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the RETAIN- rows this job cares about
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
                       move function upper-case(siteparam-name)
                           to siteparam-name
                       if siteparam-name(1:7) = "RETAIN-"
                               and siteparam-value not = spaces
                           perform note-retention-period
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       note-retention-period section.
           if siteparam-name = "RETAIN-DAYS"
               compute default-retain-days =
                   function numval(siteparam-value)
           else
               if job-retain-count < 50
                   add 1 to job-retain-count
                   move siteparam-name(8:8) to jr-job(job-retain-count)
                   compute jr-days(job-retain-count) =
                       function numval(siteparam-value)
               end-if
           end-if
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display catalogue-dat upon environment-name
           accept catalogue-file-name from environment-value
           open i-o catalogue-file
           if catalogue-status not = "00"
               move "FAIL" to run-status-word
               move "Report catalogue not available" to detail-line
               write report-rec from detail-line
               exit section
           end-if
           move 1 to catalogue-open
           move spaces to detail-line
           string "Report retention - " delimited by size
                  process-date delimited by size
                  " - default period " delimited by size
                  default-retain-days delimited by size
                  " days" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
       .

       note-kept-locations section.
       *> first pass: every path a row still inside its period
       *> points at, so a file reused night after night is not
       *> deleted out from under the newer report
           perform start-catalogue
           perform until no-more-catalogue
               read catalogue-file next record
                   at end
                       move "N" to more-catalogue
                   not at end
                       add 1 to rows-read
                       perform grade-catalogue-row
                       if row-expired = 0
                           perform keep-location
                       end-if
               end-read
           end-perform
       .

       keep-location section.
           perform find-kept-location
           if location-kept = 0
               if kept-count < 1000
                   add 1 to kept-count
                   move rc-location to kept-location(kept-count)
               else
                   move 1 to kept-overflow
               end-if
           end-if
       .

       remove-expired-reports section.
           perform start-catalogue
           perform until no-more-catalogue
               read catalogue-file next record
                   at end
                       move "N" to more-catalogue
                   not at end
                       perform grade-catalogue-row
                       if row-expired = 1
                           perform remove-one-report
                       end-if
               end-read
           end-perform
       .

       start-catalogue section.
           move "Y" to more-catalogue
           move low-values to rc-key
           start catalogue-file key >= rc-key
               invalid key
                   move "N" to more-catalogue
           end-start
       .

       grade-catalogue-row section.
           move default-retain-days to retain-days
           perform varying jr-idx from 1 by 1
                   until jr-idx > job-retain-count
               if jr-job(jr-idx) = rc-job
                   move jr-days(jr-idx) to retain-days
               end-if
           end-perform
           move 0 to row-expired
           move 0 to report-age-days
           if rc-proc-date is numeric
               move rc-proc-date to report-date
               if report-date > 0 and report-date < process-date
                   compute report-age-days =
                       function integer-of-date(process-date)
                       - function integer-of-date(report-date)
               end-if
           end-if
           if retain-days > 0 and report-age-days > retain-days
               move 1 to row-expired
           end-if
       .

       remove-one-report section.
           move spaces to file-note
           perform find-kept-location
           evaluate true
               when rc-location = spaces
                   move "no file named" to file-note
               when location-kept = 1
                   move "file kept - newer run" to file-note
               when kept-overflow = 1
                   move "file kept - check by hand" to file-note
               when other
                   move rc-location to delete-file-name
                   call "CBL_DELETE_FILE" using delete-file-name
                       returning delete-result
                   end-call
                   if delete-result = 0
                       add 1 to files-deleted
                       move "file deleted" to file-note
                   else
                       move "file already gone" to file-note
                   end-if
           end-evaluate
           delete catalogue-file record
               invalid key
                   move "FAIL" to run-status-word
                   exit section
           end-delete
           add 1 to rows-removed
           move spaces to detail-line
           string "REMOVED  " delimited by size
                  rc-job delimited by size
                  " " delimited by size
                  rc-proc-date delimited by size
                  " " delimited by size
                  rc-run-seq delimited by size
                  "  " delimited by size
                  rc-title delimited by size
                  "  " delimited by size
                  file-note delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       find-kept-location section.
           move 0 to location-kept
           perform varying kept-idx from 1 by 1
                   until kept-idx > kept-count or location-kept = 1
               if kept-location(kept-idx) = rc-location
                   move 1 to location-kept
               end-if
           end-perform
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Rows read: " delimited by size
                  rows-read delimited by size
                  "  Rows removed: " delimited by size
                  rows-removed delimited by size
                  "  Files deleted: " delimited by size
                  files-deleted delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if catalogue-open = 1
               close catalogue-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRRRET" to rl-job-name
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
           move rows-read to rl-in-count
           move rows-removed to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Report retention sweep" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airrret.
