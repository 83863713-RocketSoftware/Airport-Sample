      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the city-centre reference table from a CSV extract,
      * one city per line:
      *
      *     city,country,latitude,longitude
      *
      * e.g. "LONDON,UNITED KINGDOM,51.5074,-0.1278" - the city and
      * country spelled as the airports are filed under them, the
      * centre in signed decimal degrees as airload takes them. The
      * table is rebuilt from scratch on each run. A line with no
      * city or country, a position that is not a number or one off
      * the globe is rejected.
      *
      ******************************************************************
       program-id. aircyld.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select aircity-file assign aircity-file-name
           organization indexed
           record key is cy-key with no duplicates
           file status is aircity-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(100).

       fd aircity-file.
       01 cy-rec.
       copy "aircity.cpy" replacing ==(prefix)== by ==cy==.

       working-storage section.
       01 csv-file-name                pic x(80).
       01 aircity-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 aircity-status               pic xx.
       78 csv-dat                      value "dd_city_feed".
       78 aircity-dat                  value "dd_city_centres".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-city                 pic x(30).
           03 csv-country              pic x(20).
           03 csv-lat                  pic x(15).
           03 csv-long                 pic x(15).

       01 decimal-degrees              comp-2.
       01 abs-degrees                  comp-2.
       01 whole-degrees                comp-2.
       01 fraction-degrees             comp-2.
       01 angle-sign                   pic x.
       01 angle-degs                   pic 9(3).
       01 angle-mins                   pic 9(6).

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 records-loaded           pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform open-files
           perform until no-more-input
               read csv-file into csv-rec
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to records-read
                       perform load-one-city
               end-read
           end-perform
           perform close-files
           perform display-summary
           goback
       .

       open-files section.
           display csv-dat upon environment-name
           accept csv-file-name from environment-value
           open input csv-file
           if csv-status not = "00"
               move "N" to more-input
           end-if

           display aircity-dat upon environment-name
           accept aircity-file-name from environment-value
           open output aircity-file
       .

       load-one-city section.
           initialize csv-fields
           unstring csv-rec delimited by ","
               into csv-city csv-country csv-lat csv-long
           end-unstring
           if csv-city = spaces or csv-country = spaces
                   or csv-lat = spaces or csv-long = spaces
                   or function test-numval(csv-lat) not = 0
                   or function test-numval(csv-long) not = 0
               add 1 to records-rejected
               exit section
           end-if
           if function abs(function numval(csv-lat)) > 90
                   or function abs(function numval(csv-long)) > 180
               add 1 to records-rejected
               exit section
           end-if
           initialize cy-rec
           move function upper-case(csv-city) to cy-city
           move function upper-case(csv-country) to cy-country
           move function numval(csv-lat) to decimal-degrees
           perform encode-angle
           move angle-sign to cy-lat-sign
           move angle-degs to cy-lat-degs
           move angle-mins to cy-lat-mins
           move function numval(csv-long) to decimal-degrees
           perform encode-angle
           move angle-sign to cy-long-sign
           move angle-degs to cy-long-degs
           move angle-mins to cy-long-mins
           write cy-rec
               invalid key
                   add 1 to records-rejected
               not invalid key
                   add 1 to records-loaded
           end-write
       .

       encode-angle section.
       *> converts a signed decimal-degrees value into the file's
       *> sign/degrees/minutes representation, as airload does.
           if decimal-degrees < 0
               move "-" to angle-sign
           else
               move "+" to angle-sign
           end-if
           compute abs-degrees = function abs(decimal-degrees)
           compute whole-degrees = function integer-part(abs-degrees)
           compute fraction-degrees = abs-degrees - whole-degrees
           move whole-degrees to angle-degs
           compute angle-mins =
               function integer(fraction-degrees * 1000000 + 0.5)
       .

       display-summary section.
           display "City-centre reference load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
       .

       close-files section.
           close csv-file
           close aircity-file
       .

       end program aircyld.
