      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Fuel tankering across the route file: for every route row
      * still in force on the processing date, aircode's tankering
      * answer for the row's own equipment type (the site default
      * burn when blank) at the row's own weekly frequency - whether
      * uplifting the return sector's fuel at the origin beats
      * buying it at the destination once the extra burn of
      * carrying it is paid for, and the net saving per sector and
      * per year. Rows whose stations have no fuel price are listed
      * as unpriced. Figures are in the installation's base
      * currency. Report on dd_tanker_report, with the total a year
      * across the rows where tankering pays. Calls aircode; writes
      * the common run log.
      *
      ******************************************************************
       program-id. airtank.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==tk==.
       01 tk-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==tk==.

       01 airline-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 report-dat                   value "dd_tanker_report".

       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 row-days                     pic 9.
       01 day-idx                      pic 9.
       01 verdict-text                 pic x(8).
       01 annual-value                 comp-2.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 total-edit                   pic -(11)9.99.
       01 total-annual-saving          comp-2 value 0.

       01 tanker-counters.
           03 routes-read              pic 9(7) value 0.
           03 routes-expired           pic 9(7) value 0.
           03 routes-assessed          pic 9(7) value 0.
           03 routes-paying            pic 9(7) value 0.
           03 routes-not-paying        pic 9(7) value 0.
           03 routes-unpriced          pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform write-report-heading
           perform until no-more-routes
               read airline-file next record
                   at end
                       move "N" to more-routes
                   not at end
                       add 1 to routes-read
                       perform assess-one-route
               end-read
           end-perform
           perform write-report-totals
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
               move "FAIL" to run-status-word
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           set open-file to true
           perform call-aircode-program
       .

       write-report-heading section.
           move spaces to detail-line
           string "Fuel tankering by route, as at " delimited by size
                  pd-date delimited by size
                  "  (prices per litre, base currency)"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move spaces to detail-line
           string "Route     Air Flights   Type     Km /week"
                      delimited by size
                  "   Origin    Dest  Break-even" delimited by size
                  "  Saving/sector   Saving/year  Verdict"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       assess-one-route section.
       *> a row whose effective period has ended is history, not
       *> a sector anyone is flying
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and ar-eff-to < pd-date
               add 1 to routes-expired
               exit section
           end-if
           if ar-days-of-week = spaces
               move 7 to row-days
           else
               move 0 to row-days
               perform varying day-idx from 1 by 1 until day-idx > 7
                   if ar-days-of-week(day-idx:1) = "Y"
                       add 1 to row-days
                   end-if
               end-perform
           end-if
           if row-days = 0
               add 1 to routes-expired
               exit section
           end-if

           add 1 to routes-assessed
           move ar-origin to tk-airport1
           move ar-dest to tk-airport2
           move ar-equip-type to tk-aircraft-type
           move row-days to tnk-weekly-flights
           set get-tankering to true
           perform call-aircode-program

           evaluate true
               when tanker-pays
                   add 1 to routes-paying
                   move "PAYS" to verdict-text
                   compute annual-value =
                       function numval-c(tnk-annual-saving)
                   add annual-value to total-annual-saving
               when tanker-no-gain
                   add 1 to routes-not-paying
                   move "no gain" to verdict-text
               when other
                   add 1 to routes-unpriced
                   move "unpriced" to verdict-text
           end-evaluate
           perform write-route-line
       .

       write-route-line section.
           move spaces to detail-line
           if tanker-unpriced
               string ar-origin delimited by size
                      "-" delimited by size
                      ar-dest delimited by size
                      " " delimited by size
                      ar-airline delimited by size
                      " " delimited by size
                      ar-flight-start delimited by size
                      "-" delimited by size
                      ar-flight-end delimited by size
                      " " delimited by size
                      ar-equip-type delimited by size
                      "  " delimited by size
                      tk-message delimited by size
                      into detail-line
           else
               string ar-origin delimited by size
                      "-" delimited by size
                      ar-dest delimited by size
                      " " delimited by size
                      ar-airline delimited by size
                      " " delimited by size
                      ar-flight-start delimited by size
                      "-" delimited by size
                      ar-flight-end delimited by size
                      " " delimited by size
                      ar-equip-type delimited by size
                      " " delimited by size
                      tnk-sector-km delimited by size
                      "   " delimited by size
                      tnk-weekly-flights delimited by size
                      "  " delimited by size
                      tnk-origin-price delimited by size
                      " " delimited by size
                      tnk-dest-price delimited by size
                      "     " delimited by size
                      tnk-break-even-price delimited by size
                      "    " delimited by size
                      tnk-sector-saving delimited by size
                      " " delimited by size
                      tnk-annual-saving delimited by size
                      "  " delimited by size
                      verdict-text delimited by size
                      into detail-line
           end-if
           write report-rec from detail-line
       .

       write-report-totals section.
           write report-rec from spaces
           move spaces to detail-line
           string "Routes read: " delimited by size
                  routes-read delimited by size
                  "  Assessed: " delimited by size
                  routes-assessed delimited by size
                  "  Not in force: " delimited by size
                  routes-expired delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Tankering pays: " delimited by size
                  routes-paying delimited by size
                  "  No gain: " delimited by size
                  routes-not-paying delimited by size
                  "  Unpriced: " delimited by size
                  routes-unpriced delimited by size
                  into detail-line
           write report-rec from detail-line
           move total-annual-saving to total-edit
           move spaces to detail-line
           string "Saving a year where tankering pays: "
                      delimited by size
                  total-edit delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           set close-file to true
           perform call-aircode-program
           if airline-status = "00" or airline-status = "10"
               close airline-file
           end-if
           close report-file
       .

       call-aircode-program section.
           call "aircode" using by value tk-function
                                by value tk-airport1
                                by value tk-airport2
                                by value tk-prefix-text
                                by reference tk-rec
                                by reference tk-distance-result
                                by reference tk-matched-codes-array
                                by reference tk-file-status
                                by reference tk-message
                                by reference tk-itinerary-count
                                by reference tk-itinerary-codes
                                by reference tk-itinerary-result
                                by reference tk-nearest-count
                                by reference tk-nearest-results
                                by reference tk-continue-after-code
                                by reference tk-more-matches
                                by reference tk-operator-id
                                by reference tk-airline-count
                                by reference tk-airline-results
                                by value tk-size-filter
                                by reference tk-preferred-unit
                                by reference tk-connect-count
                                by reference tk-connect-results
                                by reference tk-travel-date
                                by reference tk-target-operator
                                by reference tk-target-level
                                by reference tk-accuracy-mode
                                by reference tk-waypoint-interval
                                by reference tk-waypoint-count
                                by reference tk-waypoints
                                by reference tk-min-runway-ft
                                by reference tk-diversion-result
                                by reference tk-aircraft-type
                                by reference tk-effective-utc-offset
                                by reference tk-point-geo
                                by reference tk-sched-day
                                by reference tk-sched-continue
                                by reference tk-name-search
                                by reference tk-facility-info
                                by reference tk-report-currency
                                by reference tk-query-criteria
                                by reference tk-fare-request
                                by reference tk-weather-info
                                by reference tk-sun-info
                                by reference tk-approval-request
                                by reference tk-target-scope
                                by reference tk-fir-result
                                by reference tk-tanker-result
                                by reference tk-dependants
                                by reference tk-reversal
                                by reference tk-annotations
                                by reference tk-fx-as-of-date
                                by reference tk-city-centre
                                by reference tk-language
                                by reference tk-target-grant
       .

       write-run-log-start section.
           move "AIRTANK" to rl-job-name
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
           move routes-read to rl-in-count
           move routes-assessed to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Fuel tankering by route" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airtank.
