      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the magnetic-variation grid, one grid point per line:
      *
      *     latitude,longitude,variation
      *
      * e.g. "50,-5,-1.5" - whole degrees of latitude (-90 to 90)
      * and longitude (-180 to 180), both multiples of 5, and the
      * variation there in degrees, east positive, west negative.
      * The grid is what turns the true great-circle track into the
      * magnetic track pilots fly and runways are named by; publish
      * a fresh one when the model epoch rolls. Bad rows go to the
      * common reject file. Rebuilt from scratch each run. Writes
      * the common run log.
      *
      ******************************************************************
       program-id. airmvld.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airmvar-file assign airmvar-file-name
           organization indexed
           record key is mg-key with no duplicates
           file status is airmvar-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(40).

       fd airmvar-file.
       01 mg-rec.
       copy "airmvar.cpy" replacing ==(prefix)== by ==mg==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airmvar-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 airmvar-status               pic xx.
       78 csv-dat                      value "dd_magvar_feed".
       78 airmvar-dat                  value "dd_magvar_grid".
       78 grid-step                    value 5.

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-lat                  pic x(6).
           03 csv-long                 pic x(6).
           03 csv-variation            pic x(8).

       01 grid-lat                     pic s9(3).
       01 grid-long                    pic s9(4).
       01 grid-variation               pic s9(3)v9.

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
                       perform load-one-grid-point
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

           display airmvar-dat upon environment-name
           accept airmvar-file-name from environment-value
           open output airmvar-file
       .

       load-one-grid-point section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-lat csv-long csv-variation
           end-unstring
           move spaces to reject-reason
           evaluate true
               when csv-lat = spaces
                       or function test-numval(csv-lat) not = 0
                   move "latitude not numeric" to reject-reason
               when csv-long = spaces
                       or function test-numval(csv-long) not = 0
                   move "longitude not numeric" to reject-reason
               when csv-variation = spaces
                       or function test-numval(csv-variation) not = 0
                   move "variation not numeric" to reject-reason
               when other
                   perform check-grid-point
           end-evaluate
           if reject-reason = spaces
               initialize mg-rec
               compute mg-lat-band = grid-lat + 90
               compute mg-long-band = grid-long + 180
               move grid-variation to mg-variation
               write mg-rec
                   invalid key
                       move "duplicate grid point" to reject-reason
               end-write
           end-if
           if reject-reason = spaces
               add 1 to records-loaded
           else
               perform write-common-reject
           end-if
       .

       check-grid-point section.
           compute grid-lat = function numval(csv-lat)
           compute grid-long = function numval(csv-long)
           compute grid-variation = function numval(csv-variation)
           evaluate true
               when grid-lat < -90 or grid-lat > 90
                   move "latitude out of range" to reject-reason
               when grid-long < -180 or grid-long > 180
                   move "longitude out of range" to reject-reason
               when function mod(grid-lat, grid-step) not = 0
                       or function mod(grid-long, grid-step) not = 0
                   move "not on the 5-degree grid" to reject-reason
               when grid-variation < -180 or grid-variation > 180
                   move "variation out of range" to reject-reason
               when other
                   continue
           end-evaluate
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRMVLD" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Magnetic variation load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
       .

       write-run-log-start section.
           move "AIRMVLD" to rl-job-name
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
           close airmvar-file
       .

       end program airmvld.
