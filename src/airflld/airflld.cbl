      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the fleet file of aircraft registrations, one
      * aircraft per line:
      *
      *     tail,airline,ac-type,home-base,in-service,out-service
      *
      * e.g. "G-EZTA,U2,A320,LGW,20190301,". Dates are YYYYMMDD and
      * a blank out-of-service date means still flying. The airline
      * must be on the airline reference table and the type on the
      * aircraft-type table when those are configured; the home base
      * must be on airfile. Bad rows go to the common reject file.
      * Rebuilt from scratch each run. Writes the common run log.
      *
      ******************************************************************
       program-id. airflld.

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

       select airlnm-file assign airlnm-file-name
           organization indexed
           record key is an-code with no duplicates
           file status is airlnm-status
           access dynamic.

       select airacft-file assign airacft-file-name
           organization indexed
           record key is ac-type with no duplicates
           file status is airacft-status
           access dynamic.

       select airflt-file assign airflt-file-name
           organization indexed
           record key is fl-tail with no duplicates
           alternate record key is fl-airline with duplicates
           file status is airflt-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(80).

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airlnm-file.
       01 an-rec.
       copy "airlnm.cpy" replacing ==(prefix)== by ==an==.

       fd airacft-file.
       01 ac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==ac==.

       fd airflt-file.
       01 fl-rec.
       copy "airflt.cpy" replacing ==(prefix)== by ==fl==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 csv-file-name                pic x(80).
       01 airfile-name                 pic x(80).
       01 airlnm-file-name             pic x(80).
       01 airacft-file-name            pic x(80).
       01 airflt-file-name             pic x(80).
       01 csv-status                   pic xx.
       01 file-status                  pic xx.
       01 airlnm-status                pic xx.
       01 airacft-status               pic xx.
       01 airflt-status                pic xx.
       78 csv-dat                      value "dd_fleet_feed".
       78 airport-dat                  value "dd_airports".
       78 airlnm-dat                   value "dd_airline_names".
       78 airacft-dat                  value "dd_aircraft_types".
       78 airflt-dat                   value "dd_fleet".

       01 airline-ref-available        pic 9 value 0.
       01 acft-ref-available           pic 9 value 0.
       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-tail                 pic x(8).
           03 csv-airline              pic x(3).
           03 csv-type                 pic x(4).
           03 csv-base                 pic x(4).
           03 csv-from                 pic x(8).
           03 csv-to                   pic x(8).

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
                       perform load-one-aircraft
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

           display airlnm-dat upon environment-name
           accept airlnm-file-name from environment-value
           open input airlnm-file
           if airlnm-status = "00"
               move 1 to airline-ref-available
           end-if

           display airacft-dat upon environment-name
           accept airacft-file-name from environment-value
           open input airacft-file
           if airacft-status = "00"
               move 1 to acft-ref-available
           end-if

           display airflt-dat upon environment-name
           accept airflt-file-name from environment-value
           open output airflt-file
       .

       load-one-aircraft section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-tail csv-airline csv-type csv-base
                    csv-from csv-to
           end-unstring
           initialize fl-rec
           move function upper-case(csv-tail) to fl-tail
           move function upper-case(csv-airline) to fl-airline
           move function upper-case(csv-type) to fl-ac-type
           move function upper-case(csv-base) to fl-home-base
           move csv-from to fl-in-service
           move csv-to to fl-out-service
           move spaces to reject-reason
           evaluate true
               when fl-tail = spaces
                   move "registration missing" to reject-reason
               when fl-airline = spaces
                   move "airline missing" to reject-reason
               when fl-ac-type = spaces
                   move "aircraft type missing" to reject-reason
               when fl-home-base = spaces
                   move "home base missing" to reject-reason
               when fl-in-service not = spaces
                       and fl-in-service not numeric
                   move "in-service date not YYYYMMDD" to reject-reason
               when fl-out-service not = spaces
                       and fl-out-service not numeric
                   move "out-service date not YYYYMMDD"
                       to reject-reason
               when fl-in-service not = spaces
                       and fl-out-service not = spaces
                       and fl-out-service < fl-in-service
                   move "out of service before in" to reject-reason
               when other
                   perform check-aircraft-references
           end-evaluate
           if reject-reason = spaces
               write fl-rec
                   invalid key
                       move "duplicate registration" to reject-reason
               end-write
           end-if
           if reject-reason = spaces
               add 1 to records-loaded
           else
               perform write-common-reject
           end-if
       .

       check-aircraft-references section.
           move fl-home-base to f-code
           read airfile
               invalid key
                   move "home base not on airfile" to reject-reason
                   exit section
           end-read
           if airline-ref-available = 1
               move fl-airline to an-code
               read airlnm-file
                   invalid key
                       move "airline not on reference"
                           to reject-reason
                       exit section
               end-read
           end-if
           if acft-ref-available = 1
               move fl-ac-type to ac-type
               read airacft-file
                   invalid key
                       move "type not on aircraft table"
                           to reject-reason
               end-read
           end-if
       .

       write-common-reject section.
           add 1 to records-rejected
           move "AIRFLLD" to wr-source-job
           move reject-reason to wr-reason
           move csv-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "Fleet load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
       .

       write-run-log-start section.
           move "AIRFLLD" to rl-job-name
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
           if airline-ref-available = 1
               close airlnm-file
           end-if
           if acft-ref-available = 1
               close airacft-file
           end-if
           close airflt-file
       .

       end program airflld.
