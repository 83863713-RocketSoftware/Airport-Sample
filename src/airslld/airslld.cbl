      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the declared hourly slot-capacity table for the
      * coordinated airports, one airport-hour per line:
      *
      *     code,season,hour,arrivals,departures,total
      *
      * with the hour in the airport's local clock (00-23), e.g.
      * "LHR,S,07,44,40,84". Season is S (IATA summer), W (winter)
      * or blank for a declaration that holds all year; a blank or
      * zero limit leaves that movement type undeclared for the
      * hour. Rows with an unknown airport, a bad season or hour,
      * non-numeric limits or no limit at all go to the common
      * reject file. Rebuilt from scratch each run. Writes the
      * common run log.
      *
      ******************************************************************
       program-id. airslld.

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

       select airslot-file assign airslot-file-name
           organization indexed
           record key is sl-key with no duplicates
           file status is airslot-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(60).

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airslot-file.
       01 sl-rec.
       copy "airslot.cpy" replacing ==(prefix)== by ==sl==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airfile-name                 pic x(80).
       01 airslot-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 file-status                  pic xx.
       01 airslot-status               pic xx.
       78 csv-dat                      value "dd_slot_feed".
       78 airport-dat                  value "dd_airports".
       78 airslot-dat                  value "dd_slot_capacity".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-code                 pic x(4).
           03 csv-season               pic x.
           03 csv-hour                 pic x(2).
           03 csv-arrivals             pic x(4).
           03 csv-departures           pic x(4).
           03 csv-total                pic x(4).

       01 limit-text                   pic x(4).
       01 limit-value                  pic 9(3).
       01 limit-valid                  pic 9.
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
                       perform load-one-row
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

           display airslot-dat upon environment-name
           accept airslot-file-name from environment-value
           open output airslot-file
       .

       load-one-row section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-code csv-season csv-hour
                    csv-arrivals csv-departures csv-total
           end-unstring
           move spaces to reject-reason
           initialize sl-rec
           move function upper-case(csv-code) to sl-airport
           move function upper-case(csv-season) to sl-season
           evaluate true
               when sl-airport = spaces
                   move "airport code missing" to reject-reason
               when sl-season not = "S" and sl-season not = "W"
                       and sl-season not = space
                   move "season not S, W or blank" to reject-reason
               when csv-hour not numeric
                   move "hour not 00-23" to reject-reason
               when other
                   move csv-hour to sl-hour
                   if sl-hour > 23
                       move "hour not 00-23" to reject-reason
                   end-if
           end-evaluate
           if reject-reason = spaces
               move sl-airport to f-code
               read airfile
                   invalid key
                       move "airport not on file" to reject-reason
               end-read
           end-if
           if reject-reason = spaces
               move csv-arrivals to limit-text
               perform edit-one-limit
               move limit-value to sl-arr-limit
               if limit-valid = 1
                   move csv-departures to limit-text
                   perform edit-one-limit
                   move limit-value to sl-dep-limit
               end-if
               if limit-valid = 1
                   move csv-total to limit-text
                   perform edit-one-limit
                   move limit-value to sl-total-limit
               end-if
               if limit-valid = 0
                   move "limit not numeric" to reject-reason
               else
                   if sl-arr-limit = 0 and sl-dep-limit = 0
                           and sl-total-limit = 0
                       move "no limit declared" to reject-reason
                   end-if
               end-if
           end-if
           if reject-reason = spaces
               write sl-rec
                   invalid key
                       move "duplicate airport/season/hour"
                           to reject-reason
               end-write
           end-if
           if reject-reason = spaces
               add 1 to records-loaded
           else
               perform write-common-reject
           end-if
       .

       edit-one-limit section.
       *> blank reads as undeclared (zero)
           move 1 to limit-valid
           move 0 to limit-value
           if limit-text not = spaces
               if function test-numval(limit-text) = 0
                   compute limit-value = function numval(limit-text)
               else
                   move 0 to limit-valid
               end-if
           end-if
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRSLLD" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Slot-capacity load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
       .

       write-run-log-start section.
           move "AIRSLLD" to rl-job-name
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
           close airslot-file
       .

       end program airslld.
