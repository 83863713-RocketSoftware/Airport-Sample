      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Ageing report for the data-quality cases still open on the
      * case file (dd_dq_cases) the audit jobs post to through
      * aircase. Grouped by the desk each case is assigned to -
      * unassigned cases under "(none)" - oldest first, each case's
      * age counted in days from the night it was first seen to the
      * processing date (airpdat), with every desk's count in the
      * 0-7, 8-30, 31-90 and over-90-day bands and the same bands
      * for the whole file at the end. Report on
      * dd_case_ageing_out; writes the common run log.
      *
      ******************************************************************
       program-id. aircsag.

       select case-file assign case-file-name
           organization indexed
           record key is cs-case-no with no duplicates
           alternate record key is cs-exception-key
               with no duplicates
           file status is case-status
           access dynamic.

       select sort-cases assign to "sortwk15".

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd case-file.
       01 cs-rec.
       copy "aircase.cpy" replacing ==(prefix)== by ==cs==.

       sd sort-cases.
       01 sc-rec.
           03 sc-desk                  pic x(8).
           03 sc-age-days              pic 9(5).
           03 sc-case-no               pic 9(7).
           03 sc-source-job            pic x(8).
           03 sc-airport               pic x(4).
           03 sc-case-type             pic x(8).
           03 sc-first-seen            pic x(8).
           03 sc-detail                pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 case-file-name               pic x(80).
       01 report-file-name             pic x(80).
       01 case-status                  pic xx.
       01 report-status                pic xx.
       78 case-dat                     value "dd_dq_cases".
       78 report-dat                   value "dd_case_ageing_out".

       01 more-cases                   pic x value "Y".
           88 no-more-cases            value "N".
       01 more-sorted                  pic x value "Y".
           88 no-more-sorted           value "N".

       01 break-desk                   pic x(8).
       01 age-edit                     pic z(4)9.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

      *> the age bands, per desk and for the file
       01 desk-bands.
           03 desk-band                pic 9(5) occurs 4.
       01 file-bands.
           03 file-band                pic 9(5) occurs 4.
       01 band-idx                     pic 9.
       01 desk-total                   pic 9(5).

       01 ageing-counters.
           03 cases-read               pic 9(7) value 0.
           03 cases-open               pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform write-report-heading
           initialize file-bands
           sort sort-cases
               on ascending key sc-desk
               on descending key sc-age-days
               on ascending key sc-case-no
               input procedure is load-open-cases
               output procedure is write-desk-ageing
           perform write-report-totals
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display case-dat upon environment-name
           accept case-file-name from environment-value
           open input case-file
           if case-status not = "00"
               move "N" to more-cases
               move "FAIL" to run-status-word
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       write-report-heading section.
           move spaces to detail-line
           string "Open data-quality cases by desk, aged to "
                      delimited by size
                  pd-date delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move spaces to detail-line
           string "  Case#   Job      Code Type     First seen  Age"
                      delimited by size
                  "  Detail" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       load-open-cases section.
           move 0 to cs-case-no
           if case-status = "00"
               start case-file key >= cs-case-no
                   invalid key
                       move "N" to more-cases
               end-start
           end-if
           perform until no-more-cases
               read case-file next record
                   at end
                       move "N" to more-cases
                   not at end
                       add 1 to cases-read
                       if not cs-closed
                           add 1 to cases-open
                           perform release-open-case
                       end-if
               end-read
           end-perform
       .

       release-open-case section.
           move cs-desk to sc-desk
           if sc-desk = spaces
               move "(none)" to sc-desk
           end-if
           move 0 to sc-age-days
           if cs-first-seen is numeric and pd-date is numeric
                   and cs-first-seen <= pd-date
               compute sc-age-days =
                   function integer-of-date(function numval(pd-date))
                   - function integer-of-date(
                       function numval(cs-first-seen))
           end-if
           move cs-case-no to sc-case-no
           move cs-source-job to sc-source-job
           move cs-airport to sc-airport
           move cs-case-type to sc-case-type
           move cs-first-seen to sc-first-seen
           move cs-detail to sc-detail
           release sc-rec
       .

       write-desk-ageing section.
           move "Y" to more-sorted
           return sort-cases
               at end
                   move "N" to more-sorted
           end-return
           perform until no-more-sorted
               move sc-desk to break-desk
               initialize desk-bands
               move 0 to desk-total
               write report-rec from spaces
               move spaces to detail-line
               string "DESK " delimited by size
                      break-desk delimited by size
                      into detail-line
               write report-rec from detail-line
               perform until no-more-sorted
                       or sc-desk not = break-desk
                   perform write-case-line
                   return sort-cases
                       at end
                           move "N" to more-sorted
                   end-return
               end-perform
               perform write-desk-bands
           end-perform
       .

       write-case-line section.
           evaluate true
               when sc-age-days <= 7
                   move 1 to band-idx
               when sc-age-days <= 30
                   move 2 to band-idx
               when sc-age-days <= 90
                   move 3 to band-idx
               when other
                   move 4 to band-idx
           end-evaluate
           add 1 to desk-band(band-idx) file-band(band-idx)
                    desk-total
           move sc-age-days to age-edit
           move spaces to detail-line
           string "  " delimited by size
                  sc-case-no delimited by size
                  " " delimited by size
                  sc-source-job delimited by size
                  " " delimited by size
                  sc-airport delimited by size
                  " " delimited by size
                  sc-case-type delimited by size
                  " " delimited by size
                  sc-first-seen delimited by size
                  " " delimited by size
                  age-edit delimited by size
                  "  " delimited by size
                  sc-detail delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-desk-bands section.
           move spaces to detail-line
           string "  " delimited by size
                  break-desk delimited by size
                  " open " delimited by size
                  desk-total delimited by size
                  "   0-7d " delimited by size
                  desk-band(1) delimited by size
                  "  8-30d " delimited by size
                  desk-band(2) delimited by size
                  "  31-90d " delimited by size
                  desk-band(3) delimited by size
                  "  >90d " delimited by size
                  desk-band(4) delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-report-totals section.
           write report-rec from spaces
           move spaces to detail-line
           string "Cases read: " delimited by size
                  cases-read delimited by size
                  "  Open: " delimited by size
                  cases-open delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "All desks   0-7d " delimited by size
                  file-band(1) delimited by size
                  "  8-30d " delimited by size
                  file-band(2) delimited by size
                  "  31-90d " delimited by size
                  file-band(3) delimited by size
                  "  >90d " delimited by size
                  file-band(4) delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if case-status = "00" or case-status = "10"
               close case-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRCSAG" to rl-job-name
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
           move cases-read to rl-in-count
           move cases-open to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Data-quality case ageing" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program aircsag.
