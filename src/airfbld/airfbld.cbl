      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the FIR boundary table behind the route's region
      * crossings and en-route charge estimate. One region line,
      * then its boundary corners one per line, in order round the
      * edge:
      *
      *     F,id,name,charging-authority,unit-rate,currency
      *     P,id,latitude,longitude
      *
      * e.g. "F,EGTT,LONDON FIR,NATS,84.38,GBP" followed by
      * "P,EGTT,55.0000,-5.5000" and so on, in signed decimal
      * degrees. A region needs at least three corners and at most
      * 60; one that ends up with fewer, or that repeats an id
      * already loaded, is not written. Bad lines go to the common
      * reject file - a bad corner takes its whole region with it,
      * since a boundary with a point missing is the wrong shape.
      * Rebuilt from scratch each run. Writes the common run log.
      *
      ******************************************************************
       program-id. airfbld.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airfir-file assign airfir-file-name
           organization indexed
           record key is fr-id with no duplicates
           file status is airfir-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(80).

       fd airfir-file.
       01 fr-rec.
       copy "airfir.cpy" replacing ==(prefix)== by ==fr==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airfir-file-name             pic x(80).
       01 csv-status                   pic xx.
       01 airfir-status                pic xx.
       78 csv-dat                      value "dd_fir_feed".
       78 airfir-dat                   value "dd_fir_boundaries".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-kind                 pic x(2).
           03 csv-id                   pic x(4).
           03 csv-field-3              pic x(30).
           03 csv-field-4              pic x(20).
           03 csv-field-5              pic x(12).
           03 csv-field-6              pic x(4).

      *> the region being gathered; held until its corners are all
      *> in, then written or dropped
       01 region-open                  pic 9 value 0.
       01 region-bad                   pic 9 value 0.
       01 region-line                  pic x(80).
       01 point-lat                    pic s9(3)v9(4).
       01 point-long                   pic s9(3)v9(4).

       01 airfir-open                  pic 9 value 0.
       01 reject-reason                pic x(30).
       01 run-status-word              pic x(4) value "OK".

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 regions-loaded           pic 9(5) value 0.
           03 regions-dropped          pic 9(5) value 0.
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
           perform finish-region
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

           display airfir-dat upon environment-name
           accept airfir-file-name from environment-value
           open output airfir-file
           if airfir-status = "00"
               move 1 to airfir-open
           else
               move "N" to more-input
               move "FAIL" to run-status-word
           end-if
       .

       load-one-line section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-kind csv-id csv-field-3 csv-field-4
                    csv-field-5 csv-field-6
           end-unstring
           move function upper-case(csv-kind) to csv-kind
           move function upper-case(csv-id) to csv-id
           move spaces to reject-reason
           evaluate csv-kind
               when "F"
                   perform finish-region
                   perform start-region
               when "P"
                   perform add-region-point
               when other
                   move "line type must be F or P" to reject-reason
           end-evaluate
           if reject-reason not = spaces
               perform write-common-reject
           end-if
       .

       start-region section.
           initialize fr-rec
           move 1 to region-open
           move 0 to region-bad
           move csv-rec to region-line
           move csv-id to fr-id
           move function upper-case(csv-field-3) to fr-name
           move function upper-case(csv-field-4) to fr-authority
           move function upper-case(csv-field-6) to fr-currency
           evaluate true
               when csv-id = spaces
                   move "region id missing" to reject-reason
               when csv-field-5 = spaces
                       or function test-numval(csv-field-5) not = 0
                   move "unit rate not numeric" to reject-reason
               when csv-field-6(3:1) = space
                       or csv-field-6(4:) not = spaces
                   move "currency must be 3 letters" to reject-reason
               when other
                   compute fr-unit-rate = function numval(csv-field-5)
           end-evaluate
           if reject-reason not = spaces
               move 1 to region-bad
           end-if
       .

       add-region-point section.
           evaluate true
               when region-open = 0 or csv-id not = fr-id
                   move "corner not under its region" to reject-reason
               when function test-numval(csv-field-3) not = 0
                       or function test-numval(csv-field-4) not = 0
                   move "corner not numeric" to reject-reason
               when fr-point-count >= 60
                   move "more than 60 corners" to reject-reason
               when other
                   compute point-lat = function numval(csv-field-3)
                   compute point-long = function numval(csv-field-4)
                   if point-lat < -90 or point-lat > 90
                           or point-long < -180 or point-long > 180
                       move "corner off the globe" to reject-reason
                   else
                       add 1 to fr-point-count
                       move point-lat to fr-point-lat(fr-point-count)
                       move point-long
                           to fr-point-long(fr-point-count)
                   end-if
           end-evaluate
           if reject-reason not = spaces and region-open = 1
                   and csv-id = fr-id
               move 1 to region-bad
           end-if
       .

       finish-region section.
           if region-open = 0 or airfir-open = 0
               exit section
           end-if
           move 0 to region-open
           if region-bad = 1
               add 1 to regions-dropped
               exit section
           end-if
           if fr-point-count < 3
               add 1 to regions-dropped
               move "fewer than 3 corners" to reject-reason
               move region-line to csv-rec
               perform write-common-reject
               exit section
           end-if
           write fr-rec
               invalid key
                   add 1 to regions-dropped
                   move "duplicate region id" to reject-reason
                   move region-line to csv-rec
                   perform write-common-reject
               not invalid key
                   add 1 to regions-loaded
           end-write
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRFBLD" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "FIR boundary load complete"
           display "  Records read     : " records-read
           display "  Regions loaded   : " regions-loaded
           display "  Regions dropped  : " regions-dropped
           display "  Records rejected : " records-rejected
       .

       write-run-log-start section.
           move "AIRFBLD" to rl-job-name
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
           move regions-loaded to rl-out-count
           move records-rejected to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       close-files section.
           if csv-status = "00" or csv-status = "10"
               close csv-file
           end-if
           if airfir-open = 1
               close airfir-file
           end-if
       .

       end program airfbld.
