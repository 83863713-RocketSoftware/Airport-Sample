      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Airport/city audit: every active airport on airfile against
      * the centre of the city it is filed under on the city-centre
      * reference file (dd_city_centres, loaded by aircyld) -
      *
      *   CITYFAR  : the airport sits more than CITY-MAX-KM (site
      *              parameter, default 100) from that centre - the
      *              usual sign of a city name keyed against the
      *              wrong airport, or a centre filed under the
      *              wrong country
      *   CITYNONE : the city and country it is filed under have no
      *              centre on file - a misspelt city name, or a
      *              city the reference file still lacks
      *
      * using the same great-circle math as aircode's distance
      * lookup. Listed farthest first within each kind on
      * dd_city_audit_report; nothing on airfile is touched. Every
      * exception is also posted to the data-quality case file
      * (aircase), which closes the cases a full sweep no longer
      * finds. Writes the common run log.
      *
      ******************************************************************
       program-id. aircyck.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select aircity-file assign aircity-file-name
           organization indexed
           record key is cy-key with no duplicates
           file status is aircity-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd aircity-file.
       01 cy-rec.
       copy "aircity.cpy" replacing ==(prefix)== by ==cy==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airfile-name                 pic x(80).
       01 aircity-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 file-status                  pic xx.
       01 aircity-status               pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 airport-dat                  value "dd_airports".
       78 aircity-dat                  value "dd_city_centres".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_city_audit_report".
       78 max-exceptions               value 2000.

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).
       01 city-max-km                  pic 9(5) value 100.

       01 more-records                 pic x value "Y".
           88 no-more-records          value "N".

      *> the exceptions, kept to be listed farthest first; a CITYNONE
      *> row carries no distance and lists in airport order
       01 exception-table.
           03 ex-entry occurs 2000.
               05 ex-kind              pic x(8).
               05 ex-code              pic x(4).
               05 ex-name              pic x(30).
               05 ex-city              pic x(30).
               05 ex-country           pic x(20).
               05 ex-km                comp-2.
       01 ex-hold                      pic x(100).
       01 exception-count              pic 9(4) value 0.
       01 table-overflowed             pic 9 value 0.
       01 ex-idx                       pic 9(4).
       01 ex-idx2                      pic 9(4).

       *> variable for converting angles as specified in airport file
       01  file-angle.
             07  fa-sign       pic x.
             07  fa-degs       pic 9(3).
             07  fa-mins       pic 9(6).
       01  out-angle       comp-2.
       01  fp-helper       comp-2.

       78  radius-of-earth value 6371.

       01 lat1                         comp-2.
       01 long1                        comp-2.
       01 lat2                         comp-2.
       01 long2                        comp-2.
       01 centre-cosine                comp-2.
       01 centre-km                    comp-2.

       01 km-edit                      pic zz,zz9.
       01 limit-edit                   pic zz,zz9.
       01 airfile-missing              pic 9 value 0.
       01 centres-missing              pic 9 value 0.
       01 run-status-word              pic x(4) value "OK".
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==cq==.

       01 detail-line                  pic x(132).

       01 city-counters.
           03 records-read             pic 9(7) value 0.
           03 airports-checked         pic 9(7) value 0.
           03 airports-far             pic 9(7) value 0.
           03 airports-no-centre       pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-city-max-km
           perform open-files
           perform start-case-run
           perform check-airports
           perform sort-exceptions
           perform write-city-report
           perform end-case-run
           perform write-city-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       load-city-max-km section.
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
                               = "CITY-MAX-KM"
                               and siteparam-value not = spaces
                               and function test-numval(siteparam-value)
                                   = 0
                           compute city-max-km =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       open-files section.
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status not = "00"
               move "N" to more-records
               move 1 to airfile-missing
           end-if
           move low-values to f-code
           start airfile key >= f-code
               invalid key
                   move "N" to more-records
           end-start

           display aircity-dat upon environment-name
           accept aircity-file-name from environment-value
           open input aircity-file
           if aircity-status not = "00"
               move "N" to more-records
               move 1 to centres-missing
           end-if

           if airfile-missing = 1 or centres-missing = 1
               move "FAIL" to run-status-word
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       start-case-run section.
           initialize cq-case-area
           move "AIRCYCK" to cq-source-job
           move "S" to cq-request
           call "aircase" using cq-case-area
       .

       check-airports section.
           perform until no-more-records
               read airfile next record
                   at end
                       move "N" to more-records
                   not at end
                       add 1 to records-read
                       if not f-closed
                           perform check-one-airport
                       end-if
               end-read
           end-perform
       .

       check-one-airport section.
           add 1 to airports-checked
           move function upper-case(f-city) to cy-city
           move function upper-case(f-country) to cy-country
           read aircity-file
               invalid key
                   add 1 to airports-no-centre
                   move 0 to centre-km
                   move "CITYNONE" to cq-case-type
                   move spaces to cq-detail
                   string "filed under " delimited by size
                          f-city delimited by "  "
                          ", " delimited by size
                          f-country delimited by "  "
                          " - no centre on file" delimited by size
                          into cq-detail
                   perform post-city-case
                   perform note-exception
                   exit section
           end-read
           move f-latitude to file-angle
           perform convert-angle
           move out-angle to lat1
           move f-longitude to file-angle
           perform convert-angle
           move out-angle to long1
           move cy-latitude to file-angle
           perform convert-angle
           move out-angle to lat2
           move cy-longitude to file-angle
           perform convert-angle
           move out-angle to long2
      *> the cosine is clamped before acos, as in aircode
           compute centre-cosine =
               function sin(lat1) * function sin(lat2)
                   + function cos(lat1) * function cos(lat2)
                     * function cos(long2 - long1)
           if centre-cosine > 1
               move 1 to centre-cosine
           end-if
           if centre-cosine < -1
               move -1 to centre-cosine
           end-if
           compute centre-km =
               function acos(centre-cosine) * radius-of-earth
           if centre-km > city-max-km
               add 1 to airports-far
               compute km-edit rounded = centre-km
               move "CITYFAR" to cq-case-type
               move spaces to cq-detail
               string km-edit delimited by size
                      " km from the centre of " delimited by size
                      f-city delimited by "  "
                      into cq-detail
               perform post-city-case
               perform note-exception
           end-if
       .

       post-city-case section.
           move "P" to cq-request
           move f-code to cq-airport
           move spaces to cq-case-ref
           call "aircase" using cq-case-area
       .

       note-exception section.
           if exception-count >= max-exceptions
               move 1 to table-overflowed
               exit section
           end-if
           add 1 to exception-count
           move cq-case-type to ex-kind(exception-count)
           move f-code to ex-code(exception-count)
           move f-name to ex-name(exception-count)
           move f-city to ex-city(exception-count)
           move f-country to ex-country(exception-count)
           move centre-km to ex-km(exception-count)
       .

       convert-angle section.
       *> converts the ASCII file value to a floating point RADIAN
       *> value, exactly as aircode's distance lookup does.
           if fa-mins = 0
               move 1 to fa-mins
           end-if

           move fa-mins to fp-helper
           perform until fp-helper < 1.0
               compute fp-helper = fp-helper * .1
           end-perform

           compute fp-helper = fp-helper * 60
           move fp-helper to fa-mins

           compute out-angle = fa-degs + (fa-mins / 60)
           if fa-sign = "-"
               multiply -1 by out-angle
           end-if
           compute out-angle = (out-angle * function pi) / 180
       .

       sort-exceptions section.
       *> far ones first, farthest leading; the rows with no centre
       *> after them
           perform varying ex-idx from 1 by 1
                   until ex-idx >= exception-count
               perform varying ex-idx2 from ex-idx by 1
                       until ex-idx2 > exception-count
                   if (ex-kind(ex-idx2) = "CITYFAR"
                           and ex-kind(ex-idx) not = "CITYFAR")
                       or (ex-kind(ex-idx2) = ex-kind(ex-idx)
                           and ex-km(ex-idx2) > ex-km(ex-idx))
                       move ex-entry(ex-idx) to ex-hold
                       move ex-entry(ex-idx2) to ex-entry(ex-idx)
                       move ex-hold to ex-entry(ex-idx2)
                   end-if
               end-perform
           end-perform
       .

       write-city-report section.
           move city-max-km to limit-edit
           move spaces to detail-line
           string "Airports filed under a city they are far from"
                      delimited by size
                  " (limit " delimited by size
                  limit-edit delimited by size
                  " km)" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move spaces to detail-line
           string "Kind     Code Name                           "
                      delimited by size
                  "City                           Country"
                      delimited by size
                  "                          Km" delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying ex-idx from 1 by 1
                   until ex-idx > exception-count
               move spaces to detail-line
               string ex-kind(ex-idx) delimited by size
                      " " delimited by size
                      ex-code(ex-idx) delimited by size
                      " " delimited by size
                      ex-name(ex-idx) delimited by size
                      " " delimited by size
                      ex-city(ex-idx) delimited by size
                      " " delimited by size
                      ex-country(ex-idx) delimited by size
                      into detail-line
               if ex-kind(ex-idx) = "CITYFAR"
                   compute km-edit rounded = ex-km(ex-idx)
                   move km-edit to detail-line(105:6)
               else
                   move "no centre" to detail-line(102:9)
               end-if
               write report-rec from detail-line
           end-perform
       .

       end-case-run section.
       *> the cases drop out only when every active airport was
       *> checked against a centre file that was there
           if airfile-missing = 0 and centres-missing = 0
               move "W" to cq-request
               move spaces to cq-case-type
               call "aircase" using cq-case-area
           end-if
           move "E" to cq-request
           call "aircase" using cq-case-area
       .

       write-city-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Records read         : " delimited by size
                  records-read delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Active airports      : " delimited by size
                  airports-checked delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Far from city centre : " delimited by size
                  airports-far delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "City not on file     : " delimited by size
                  airports-no-centre delimited by size
                  into detail-line
           write report-rec from detail-line
           if table-overflowed = 1
               move spaces to detail-line
               string "** more than " delimited by size
                      max-exceptions delimited by size
                      " exceptions - excess not listed"
                          delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           if centres-missing = 1
               move "** no city-centre file - nothing checked"
                   to detail-line
               write report-rec from detail-line
           end-if
           move spaces to detail-line
           string "Cases opened: " delimited by size
                  cq-opened delimited by size
                  "  Updated: " delimited by size
                  cq-updated delimited by size
                  "  Reopened: " delimited by size
                  cq-reopened delimited by size
                  "  Auto-closed: " delimited by size
                  cq-auto-closed delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if airfile-missing = 0
               close airfile
           end-if
           if centres-missing = 0
               close aircity-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRCYCK" to rl-job-name
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
           move airports-checked to rl-out-count
           compute rl-reject-count = airports-far + airports-no-centre
           move report-file-name to rl-report-file
           move "Airport/city distance audit" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program aircyck.
