      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Network CO2 emissions report. For the calendar year in
      * dd_co2_year (YYYY; this year when not set) estimates the
      * annual CO2 of every row on the airline route file: the
      * great-circle distance of its city pair, times the fuel burn
      * per km of its equipment off the aircraft-type table, times
      * the emission factor, times its flights in the year - the
      * weekly frequency from the Mon-Sun mask (blank = daily) over
      * the days of the year inside its effective dates. The
      * emission factor is the one the online distance answer uses:
      * the shipped kg-per-litre constant unless the site parameters
      * file overrides CO2-KG-PER-LITRE. Rows with no equipment, a
      * type not on file or a type without a burn rate are counted
      * as unrated and carry no CO2. Totals are given per city pair
      * and per airline, in tonnes (dd_co2_report). Writes the
      * common run log.
      *
      ******************************************************************
       program-id. airco2r.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airacft-file assign airacft-file-name
           organization indexed
           record key is ac-type with no duplicates
           file status is airacft-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airacft-file.
       01 ac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==ac==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 airacft-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airacft-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airacft-dat                  value "dd_aircraft_types".
       78 report-dat                   value "dd_co2_report".
       78 co2-year-dat                 value "dd_co2_year".
       78 max-airlines                 value 200.

       78 siteparams-dat               value "dd_site_params".
       01 siteparams-file-name         pic x(80).
       01 siteparams-status            pic xx.
       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).

       01  file-angle.
             07  fa-sign       pic x.
             07  fa-degs       pic 9(3).
             07  fa-mins       pic 9(6).
       01  out-angle       comp-2.
       01  fp-helper       comp-2.
       78  radius-of-earth value 6371.
      *> kg of CO2 per litre of jet fuel, as the online answer ships
      *> it; overridden by the site parameters file
       78  co2-kg-per-litre value 2.53.
       01  active-co2-factor comp-2.

       01 acft-file-available          pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 report-year                  pic x(4).
       01 year-start-date              pic 9(8).
       01 year-end-date                pic 9(8).
       01 now-stamp                    pic x(21).

       01 break-origin                 pic x(4).
       01 break-dest                   pic x(4).
       01 origin-lat-rad               comp-2.
       01 origin-long-rad              comp-2.
       01 dest-lat-rad                 comp-2.
       01 dest-long-rad                comp-2.
       01 pair-cosine                  comp-2.
       01 pair-distance                comp-2.
       01 pair-resolved                pic 9.

      *> the row being rated
       01 row-weekly-flights           pic 9.
       01 row-window-from              pic 9(8).
       01 row-window-to                pic 9(8).
       01 row-window-days              pic s9(5).
       01 row-annual-flights           comp-2.
       01 row-burn-lpk                 comp-2.
       01 row-co2-kg                   comp-2.
       01 row-unrated                  pic 9.
       01 day-idx                      pic 9.

      *> running totals for the current city pair
       01 pair-flights                 comp-2.
       01 pair-co2-kg                  comp-2.
       01 pair-rows                    pic 9(5).
       01 pair-unrated                 pic 9(5).

       01 airline-totals.
           03 airline-total-row occurs 200.
               05 at-airline           pic x(3).
               05 at-flights           comp-2.
               05 at-co2-kg            comp-2.
               05 at-unrated           pic 9(5).
       01 airline-total-rows           pic 9(3) value 0.
       01 airlines-overflowed          pic 9 value 0.
       01 at-idx                       pic 9(3).
       01 ord-i                        pic 9(3).
       01 ord-j                        pic 9(3).
       01 swap-total                   pic x(24).

       01 network-flights              comp-2 value 0.
       01 network-co2-kg               comp-2 value 0.

       01 dist-edit                    pic zz,zz9.
       01 flights-edit                 pic zzz,zzz,zz9.
       01 tonnes-edit                  pic zzz,zzz,zz9.9.
       01 unrated-edit                 pic zzzz9.
       01 detail-line                  pic x(132).

       01 co2-counters.
           03 routes-read              pic 9(7) value 0.
           03 routes-rated             pic 9(7) value 0.
           03 routes-unrated           pic 9(7) value 0.
           03 pairs-reported           pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform load-site-co2-factor
           perform resolve-report-year
           perform write-report-heading
           perform until no-more-routes
               read airline-file next record
                   at end
                       move "N" to more-routes
                   not at end
                       add 1 to routes-read
                       if ar-origin not = break-origin
                               or ar-dest not = break-dest
                           if break-origin not = spaces
                               perform write-pair-line
                           end-if
                           move ar-origin to break-origin
                           move ar-dest to break-dest
                           perform start-new-pair
                       end-if
                       perform rate-one-route
               end-read
           end-perform
           if break-origin not = spaces
               perform write-pair-line
           end-if
           perform write-airline-totals
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
           end-if
           move low-values to ar-key
           start airline-file key >= ar-key
               invalid key
                   move "N" to more-routes
           end-start
           move spaces to break-origin break-dest

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airacft-dat upon environment-name
           accept airacft-file-name from environment-value
           open input airacft-file
           if airacft-status = "00"
               move 1 to acft-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       load-site-co2-factor section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the one row this report cares about
           move co2-kg-per-litre to active-co2-factor
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
                               = "CO2-KG-PER-LITRE"
                               and siteparam-value not = spaces
                           compute active-co2-factor =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       resolve-report-year section.
           display co2-year-dat upon environment-name
           accept report-year from environment-value
           if report-year not numeric
               move function current-date to now-stamp
               move now-stamp(1:4) to report-year
           end-if
           move report-year to year-start-date(1:4)
           move "0101" to year-start-date(5:4)
           move report-year to year-end-date(1:4)
           move "1231" to year-end-date(5:4)
       .

       start-new-pair section.
           move 0 to pair-flights pair-co2-kg pair-rows pair-unrated
           perform resolve-pair-geometry
       .

       resolve-pair-geometry section.
           move 0 to pair-resolved
           move 0 to pair-distance
           move break-origin to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move f-latitude to file-angle
                   perform convert-angle
                   move out-angle to origin-lat-rad
                   move f-longitude to file-angle
                   perform convert-angle
                   move out-angle to origin-long-rad
                   move break-dest to f-code
                   read airfile
                       invalid key
                           continue
                       not invalid key
                           move f-latitude to file-angle
                           perform convert-angle
                           move out-angle to dest-lat-rad
                           move f-longitude to file-angle
                           perform convert-angle
                           move out-angle to dest-long-rad
                           move 1 to pair-resolved
                   end-read
           end-read
           if pair-resolved = 1
               compute pair-cosine =
                   function sin(origin-lat-rad)
                       * function sin(dest-lat-rad)
                   + function cos(origin-lat-rad)
                     * function cos(dest-lat-rad)
                     * function cos(dest-long-rad
                                    - origin-long-rad)
               if pair-cosine > 1
                   move 1 to pair-cosine
               end-if
               if pair-cosine < -1
                   move -1 to pair-cosine
               end-if
               compute pair-distance =
                   function acos(pair-cosine) * radius-of-earth
           end-if
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

       rate-one-route section.
           add 1 to pair-rows
           perform count-annual-flights
           move 0 to row-burn-lpk row-co2-kg
           if acft-file-available = 1 and ar-equip-type not = spaces
               move function upper-case(ar-equip-type) to ac-type
               read airacft-file
                   invalid key
                       continue
                   not invalid key
                       move ac-burn-lpk to row-burn-lpk
               end-read
           end-if
           move 0 to row-unrated
           if row-burn-lpk = 0 or pair-resolved = 0
               move 1 to row-unrated
               add 1 to pair-unrated
               add 1 to routes-unrated
           else
               add 1 to routes-rated
               compute row-co2-kg = row-annual-flights * pair-distance
                   * row-burn-lpk * active-co2-factor
           end-if
           add row-annual-flights to pair-flights network-flights
           add row-co2-kg to pair-co2-kg network-co2-kg
           perform add-airline-total
       .

       count-annual-flights section.
       *> weekly frequency over the days of the report year inside
       *> the row's effective dates
           if ar-days-of-week = spaces
               move 7 to row-weekly-flights
           else
               move 0 to row-weekly-flights
               perform varying day-idx from 1 by 1 until day-idx > 7
                   if ar-days-of-week(day-idx:1) = "Y"
                       add 1 to row-weekly-flights
                   end-if
               end-perform
           end-if
           move year-start-date to row-window-from
           move year-end-date to row-window-to
           if ar-eff-from numeric and ar-eff-from not = zeros
                   and ar-eff-from > row-window-from
               move ar-eff-from to row-window-from
           end-if
           if ar-eff-to numeric and ar-eff-to not = zeros
                   and ar-eff-to < row-window-to
               move ar-eff-to to row-window-to
           end-if
           move 0 to row-annual-flights
           if row-window-from <= row-window-to
               compute row-window-days =
                   function integer-of-date(row-window-to)
                   - function integer-of-date(row-window-from) + 1
               compute row-annual-flights =
                   row-weekly-flights * row-window-days / 7
           end-if
       .

       add-airline-total section.
           perform varying at-idx from 1 by 1
                   until at-idx > airline-total-rows
                      or at-airline(at-idx) = ar-airline
               continue
           end-perform
           if at-idx > airline-total-rows
               if airline-total-rows >= max-airlines
                   move 1 to airlines-overflowed
                   exit section
               end-if
               add 1 to airline-total-rows
               move ar-airline to at-airline(at-idx)
               move 0 to at-flights(at-idx) at-co2-kg(at-idx)
                         at-unrated(at-idx)
           end-if
           add row-annual-flights to at-flights(at-idx)
           add row-co2-kg to at-co2-kg(at-idx)
           if row-unrated = 1
               add 1 to at-unrated(at-idx)
           end-if
       .

       write-report-heading section.
           move spaces to detail-line
           string "Annual CO2 estimate " delimited by size
                  report-year delimited by size
                  " - tonnes, by city pair and airline"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move "CITY PAIRS" to detail-line
           write report-rec from detail-line
       .

       write-pair-line section.
           add 1 to pairs-reported
           move spaces to detail-line
           if pair-resolved = 0
               string "  " delimited by size
                      break-origin delimited by space
                      "-" delimited by size
                      break-dest delimited by space
                      "  (endpoints not resolved)" delimited by size
                      into detail-line
               write report-rec from detail-line
               exit section
           end-if
           move pair-distance to dist-edit
           compute flights-edit rounded = pair-flights
           compute tonnes-edit rounded = pair-co2-kg / 1000
           string "  " delimited by size
                  break-origin delimited by space
                  "-" delimited by size
                  break-dest delimited by space
                  into detail-line
           string dist-edit delimited by size
                  " km  flights/yr " delimited by size
                  flights-edit delimited by size
                  "  CO2 t " delimited by size
                  tonnes-edit delimited by size
                  into detail-line(14:)
           if pair-unrated > 0
               move pair-unrated to unrated-edit
               string "  unrated rows " delimited by size
                      unrated-edit delimited by size
                      into detail-line(72:)
           end-if
           write report-rec from detail-line
       .

       write-airline-totals section.
      *> airline order - the same straight exchange sort used
      *> elsewhere
           perform varying ord-i from 1 by 1
                   until ord-i >= airline-total-rows
               perform varying ord-j from 1 by 1
                       until ord-j > airline-total-rows - ord-i
                   if at-airline(ord-j) > at-airline(ord-j + 1)
                       move airline-total-row(ord-j) to swap-total
                       move airline-total-row(ord-j + 1)
                           to airline-total-row(ord-j)
                       move swap-total to airline-total-row(ord-j + 1)
                   end-if
               end-perform
           end-perform
           write report-rec from spaces
           move "AIRLINES" to detail-line
           write report-rec from detail-line
           perform varying at-idx from 1 by 1
                   until at-idx > airline-total-rows
               compute flights-edit rounded = at-flights(at-idx)
               compute tonnes-edit rounded = at-co2-kg(at-idx) / 1000
               move spaces to detail-line
               string "  " delimited by size
                      at-airline(at-idx) delimited by size
                      "   flights/yr " delimited by size
                      flights-edit delimited by size
                      "  CO2 t " delimited by size
                      tonnes-edit delimited by size
                      into detail-line
               if at-unrated(at-idx) > 0
                   move at-unrated(at-idx) to unrated-edit
                   string "  unrated rows " delimited by size
                          unrated-edit delimited by size
                          into detail-line(72:)
               end-if
               write report-rec from detail-line
           end-perform
           if airlines-overflowed = 1
               move spaces to detail-line
               string "  (airline table full - " delimited by size
                      "further airlines not totalled)" delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           write report-rec from spaces
           compute flights-edit rounded = network-flights
           compute tonnes-edit rounded = network-co2-kg / 1000
           move spaces to detail-line
           string "Network           flights/yr " delimited by size
                  flights-edit delimited by size
                  "  CO2 t " delimited by size
                  tonnes-edit delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Routes read: " delimited by size
                  routes-read delimited by size
                  "  Rated: " delimited by size
                  routes-rated delimited by size
                  "  Unrated: " delimited by size
                  routes-unrated delimited by size
                  "  City pairs: " delimited by size
                  pairs-reported delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           close airline-file
           close airfile
           if acft-file-available = 1
               close airacft-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRCO2R" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move "OK" to rl-status
           move routes-read to rl-in-count
           move routes-rated to rl-out-count
           move routes-unrated to rl-reject-count
           move report-file-name to rl-report-file
           move "Network CO2 emissions" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airco2r.
