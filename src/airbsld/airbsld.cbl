      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the border-services table, one airport per line:
      *
      *     code,customs,immigration,open-hhmm,close-hhmm,notice
      *
      * in the airport's local time, e.g. "LCY,Y,Y,0630,2200,24".
      * Customs and immigration are Y or N; equal open and close
      * times (or both left blank) mean staffed round the clock;
      * notice is the hours of prior notice needed outside those
      * hours, blank for none. The airport must be on airfile. Bad
      * rows go to the common reject file. Rebuilt from scratch
      * each run; single rows are kept up through the reference
      * maintenance screen (table BORDER) between loads. Writes the
      * common run log.
      *
      ******************************************************************
       program-id. airbsld.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airbsvc-file assign airbsvc-file-name
           organization indexed
           record key is bs-airport with no duplicates
           file status is airbsvc-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(40).

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airbsvc-file.
       01 bs-rec.
       copy "airbsvc.cpy" replacing ==(prefix)== by ==bs==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airfile-name                 pic x(80).
       01 airbsvc-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 file-status                  pic xx.
       01 airbsvc-status               pic xx.
       78 csv-dat                      value "dd_border_feed".
       78 airport-dat                  value "dd_airports".
       78 airbsvc-dat                  value "dd_border_services".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-code                 pic x(4).
           03 csv-customs              pic x.
           03 csv-immigration          pic x.
           03 csv-open                 pic x(4).
           03 csv-close                pic x(4).
           03 csv-notice               pic x(3).

       01 time-check                   pic x(4).
       01 time-valid                   pic 9.

       01 reject-reason                pic x(30).

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 records-loaded           pic 9(5) value 0.
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
                       perform load-one-airport
               end-read
           end-perform
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           display csv-dat upon environment-name
           accept csv-file-name from environment-value
           open input csv-file
           if csv-status not = "00"
               move "N" to more-input
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airbsvc-dat upon environment-name
           accept airbsvc-file-name from environment-value
           open output airbsvc-file
       .

       load-one-airport section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-code csv-customs csv-immigration
                    csv-open csv-close csv-notice
           end-unstring
           initialize bs-rec
           move function upper-case(csv-code) to bs-airport
           move function upper-case(csv-customs) to bs-customs
           move function upper-case(csv-immigration)
               to bs-immigration
           if csv-open = spaces and csv-close = spaces
               move "0000" to csv-open csv-close
           end-if
           move csv-open to bs-open-time
           move csv-close to bs-close-time
           move spaces to reject-reason
           evaluate true
               when bs-airport = spaces
                   move "airport code missing" to reject-reason
               when bs-customs not = "Y" and bs-customs not = "N"
                   move "customs must be Y or N" to reject-reason
               when bs-immigration not = "Y"
                       and bs-immigration not = "N"
                   move "immigration must be Y or N" to reject-reason
               when other
                   perform check-border-row
           end-evaluate
           if reject-reason = spaces
               write bs-rec
                   invalid key
                       move "duplicate airport" to reject-reason
               end-write
           end-if
           if reject-reason = spaces
               add 1 to records-loaded
           else
               perform write-common-reject
           end-if
       .

       check-border-row section.
           move bs-open-time to time-check
           perform check-hhmm
           if time-valid = 0
               move "open time not HHMM" to reject-reason
               exit section
           end-if
           move bs-close-time to time-check
           perform check-hhmm
           if time-valid = 0
               move "close time not HHMM" to reject-reason
               exit section
           end-if
           if csv-notice = spaces
               move 0 to bs-notice-hours
           else
               if function test-numval(csv-notice) not = 0
                   move "notice hours not numeric" to reject-reason
                   exit section
               end-if
               compute bs-notice-hours = function numval(csv-notice)
           end-if
           move bs-airport to f-code
           read airfile
               invalid key
                   move "airport not on airfile" to reject-reason
           end-read
       .

       check-hhmm section.
           move 0 to time-valid
           if time-check numeric
               if time-check(1:2) <= "23" and time-check(3:2) <= "59"
                   move 1 to time-valid
               end-if
           end-if
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRBSLD" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Border services load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
       .

       write-run-log-start section.
           move "AIRBSLD" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move "OK" to rl-status
           move records-read to rl-in-count
           move records-loaded to rl-out-count
           move records-rejected to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       close-files section.
           close csv-file
           close airfile
           close airbsvc-file
       .

       end program airbsld.
