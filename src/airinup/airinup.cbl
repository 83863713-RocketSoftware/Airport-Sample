      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Records status against dated flight instances
      * (dd_flight_instances) from the operations desk's feed, one
      * flight per line:
      *
      *     airline,flight,date,status
      *
      * e.g. "BA,0117,20250614,C". Status C cancels the flight that
      * day, S reinstates it as scheduled, O marks it operated. The
      * instance must already be on file - the nightly airinex
      * expansion lays the horizon out - and a status recorded here
      * survives every later re-expansion of the pattern. Bad lines
      * and flights with no instance that day go to the common
      * reject file. Writes the common run log.
      *
      ******************************************************************
       program-id. airinup.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(80).

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airinst-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 airinst-status               pic xx.
       78 csv-dat                      value "dd_instance_status_feed".
       78 airinst-dat                  value "dd_flight_instances".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-airline              pic x(3).
           03 csv-flight               pic x(4).
           03 csv-date                 pic x(8).
           03 csv-status-code          pic x(2).

       01 airinst-open                 pic 9 value 0.
       01 now-stamp                    pic x(21).
       01 reject-reason                pic x(30).
       01 run-status-word              pic x(4) value "OK".

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 instances-updated        pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform until no-more-input
               read csv-file
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to records-read
                       perform load-one-line
               end-read
           end-perform
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           move function current-date to now-stamp
           display csv-dat upon environment-name
           accept csv-file-name from environment-value
           open input csv-file
           if csv-status not = "00"
               move "N" to more-input
           end-if

           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open i-o airinst-file
           if airinst-status = "00"
               move 1 to airinst-open
           else
               move "N" to more-input
               move "FAIL" to run-status-word
           end-if
       .

       load-one-line section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-airline csv-flight csv-date csv-status-code
           end-unstring
           move function upper-case(csv-airline) to csv-airline
           move function upper-case(csv-status-code)
               to csv-status-code
           move spaces to reject-reason
           evaluate true
               when csv-airline = spaces
                   move "airline missing" to reject-reason
               when csv-flight not numeric
                   move "flight number not numeric" to reject-reason
               when csv-date not numeric
                   move "date must be YYYYMMDD" to reject-reason
               when function test-date-yyyymmdd(
                       function numval(csv-date)) not = 0
                   move "date must be YYYYMMDD" to reject-reason
               when csv-status-code not = "C"
                       and csv-status-code not = "S"
                       and csv-status-code not = "O"
                   move "status must be C, S or O" to reject-reason
               when other
                   perform apply-instance-status
           end-evaluate
           if reject-reason not = spaces
               perform write-common-reject
           end-if
       .

       apply-instance-status section.
           move csv-airline to in-airline
           move csv-flight to in-flight
           move csv-date to in-date
           read airinst-file
               invalid key
                   move "no such flight that day" to reject-reason
                   exit section
           end-read
           move csv-status-code(1:1) to in-status
           move now-stamp(1:14) to in-status-stamp
           move "AIRINUP" to in-status-source
           rewrite in-rec
               invalid key
                   move "FAIL" to run-status-word
               not invalid key
                   add 1 to instances-updated
           end-rewrite
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRINUP" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Flight instance status load complete"
           display "  Records read      : " records-read
           display "  Instances updated : " instances-updated
           display "  Records rejected  : " records-rejected
       .

       write-run-log-start section.
           move "AIRINUP" to rl-job-name
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
           move records-read to rl-in-count
           move instances-updated to rl-out-count
           move records-rejected to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       close-files section.
           if csv-status = "00" or csv-status = "10"
               close csv-file
           end-if
           if airinst-open = 1
               close airinst-file
           end-if
       .

       end program airinup.
