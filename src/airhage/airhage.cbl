      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Nightly aging of the dual-control approval queue
      * (dd_approval_queue). An item still awaiting a second
      * operator more than APPROVAL-AGE-DAYS (site parameters,
      * default 7) after it was held, counted to the processing
      * date (airpdat), is expired - never applied - and listed
      * with its maker; items still inside the window are listed
      * with their age so a supervisor can chase them. Decided
      * items are left alone. Report on dd_approval_aging_out.
      * Writes the common run log.
      *
      ******************************************************************
       program-id. airhage.

       select airhold-file assign airhold-file-name
           organization indexed
           record key is ah-seq with no duplicates
           file status is airhold-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airhold-file.
       01 ah-rec.
       copy "airhold.cpy" replacing ==(prefix)== by ==ah==.
       02 ah-old-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==aho==.
       02 ah-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==ahn==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airhold-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 airhold-status               pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 airhold-dat                  value "dd_approval_queue".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_approval_aging_out".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).
       01 age-limit-days               pic 9(3) value 7.

       01 queue-open                   pic 9 value 0.
       01 more-items                   pic x value "Y".
           88 no-more-items            value "N".

       01 process-date                 pic 9(8).
       01 held-date                    pic 9(8).
       01 item-age-days                pic 9(5).
       01 age-edit                     pic zzzz9.
       01 now-stamp                    pic x(21).
       01 item-what                    pic x(6).
       01 run-status-word              pic x(4) value "OK".
       01 detail-line                  pic x(132).

       01 aging-counters.
           03 items-read               pic 9(7) value 0.
           03 items-waiting            pic 9(7) value 0.
           03 items-expired            pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-site-age-limit
           perform open-files
           perform write-report-heading
           perform until no-more-items
               read airhold-file next record
                   at end
                       move "N" to more-items
                   not at end
                       add 1 to items-read
                       if ah-awaiting
                           perform age-one-item
                       end-if
               end-read
           end-perform
           perform write-report-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       load-site-age-limit section.
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
                               = "APPROVAL-AGE-DAYS"
                               and siteparam-value not = spaces
                           compute age-limit-days =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display airhold-dat upon environment-name
           accept airhold-file-name from environment-value
           open i-o airhold-file
           if airhold-status not = "00"
               move "N" to more-items
               move "FAIL" to run-status-word
               move "Approval queue not available" to detail-line
               write report-rec from detail-line
               exit section
           end-if
           move 1 to queue-open
           move 0 to ah-seq
           start airhold-file key >= ah-seq
               invalid key
                   move "N" to more-items
           end-start
       .

       age-one-item section.
           move ah-held-stamp(1:8) to held-date
           move 0 to item-age-days
           if held-date numeric and held-date > 0
                   and held-date < process-date
               compute item-age-days =
                   function integer-of-date(process-date)
                   - function integer-of-date(held-date)
           end-if
           move item-age-days to age-edit
           evaluate true
               when ah-held-delete
                   move "DELETE" to item-what
               when ah-held-closure
                   move "CLOSE" to item-what
               when other
                   move "MOVE" to item-what
           end-evaluate
           move spaces to detail-line
           if item-age-days > age-limit-days
               perform expire-one-item
               string "EXPIRED  " delimited by size
                      ah-seq delimited by size
                      "  " delimited by size
                      ah-code delimited by size
                      " " delimited by size
                      item-what delimited by size
                      "  by " delimited by size
                      ah-maker delimited by size
                      "  held " delimited by size
                      ah-held-stamp(1:8) delimited by size
                      "  age " delimited by size
                      age-edit delimited by size
                      " days" delimited by size
                      into detail-line
           else
               add 1 to items-waiting
               string "WAITING  " delimited by size
                      ah-seq delimited by size
                      "  " delimited by size
                      ah-code delimited by size
                      " " delimited by size
                      item-what delimited by size
                      "  by " delimited by size
                      ah-maker delimited by size
                      "  held " delimited by size
                      ah-held-stamp(1:8) delimited by size
                      "  age " delimited by size
                      age-edit delimited by size
                      " days" delimited by size
                      into detail-line
           end-if
           write report-rec from detail-line
       .

       expire-one-item section.
       *> never applied; the job's own name stands as the decider so
       *> the queue shows the item was not approved by anyone
           set ah-expired to true
           move "AIRHAGE" to ah-checker
           move function current-date to now-stamp
           move now-stamp(1:14) to ah-decided-stamp
           rewrite ah-rec
               invalid key
                   move "FAIL" to run-status-word
               not invalid key
                   add 1 to items-expired
           end-rewrite
       .

       write-report-heading section.
           move age-limit-days to age-edit
           move spaces to detail-line
           string "Approval queue aging - " delimited by size
                  process-date delimited by size
                  " - items older than " delimited by size
                  age-edit delimited by size
                  " days expire" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Items read: " delimited by size
                  items-read delimited by size
                  "  Still waiting: " delimited by size
                  items-waiting delimited by size
                  "  Expired: " delimited by size
                  items-expired delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if queue-open = 1
               close airhold-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRHAGE" to rl-job-name
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
           move items-read to rl-in-count
           move items-expired to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Approval queue aging" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airhage.
