      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Gravity-model demand estimate for city pairs with no direct
      * service - the candidates for the next new route. Every
      * active airport whose passenger figure on the traffic
      * statistics (for dd_demand_year, or each airport's latest
      * year when blank) reaches GRAVITY-MIN-PAX is paired with
      * every other; a pair with a route either way on the airline
      * file is served and dropped. For the rest, annual passengers
      * are estimated as
      *
      *     K x (pax1 x pax2) ** ALPHA / distance ** GAMMA
      *
      * with the passenger figures in millions and the great-circle
      * distance in km off aircode's distance lookup. K, ALPHA and
      * GAMMA are GRAVITY-K, GRAVITY-ALPHA and GRAVITY-GAMMA on the
      * site parameters (defaults 10000000, 0.8 and 1.2); pairs
      * closer than GRAVITY-MIN-KM (default 100) are left to the
      * road. The GRAVITY-LIST (default 50, at most 100) pairs with
      * the highest estimate are ranked, each with the best one-stop
      * connection aircode can find today - a legal connect time
      * first, then the shortest way round. Report on
      * dd_demand_report. Writes the common run log.
      *
      ******************************************************************
       program-id. airgrav.

       select airstat-file assign airstat-file-name
           organization indexed
           record key is st-key with no duplicates
           file status is airstat-status
           access dynamic.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airstat-file.
       01 st-rec.
       copy "airstat.cpy" replacing ==(prefix)== by ==st==.

       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==gv==.
       01 gv-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==gv==.

       01 airstat-file-name            pic x(80).
       01 airline-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 airstat-status               pic xx.
       01 airline-status               pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 airstat-dat                  value "dd_traffic_stats".
       78 airline-dat                  value "dd_airlines".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_demand_report".
       78 year-dat                     value "dd_demand_year".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).

      *> the model, as shipped unless the site parameters say
      *> otherwise
       01 gravity-k                    comp-2 value 10000000.
       01 gravity-alpha                comp-2 value 0.8.
       01 gravity-gamma                comp-2 value 1.2.
       01 gravity-min-pax              pic 9(9) value 1000000.
       01 gravity-min-km               pic 9(5) value 100.
       01 gravity-list                 pic 9(3) value 50.

       01 demand-year                  pic x(4).
       01 more-stats                   pic x value "Y".
           88 no-more-stats            value "N".

      *> the airports big enough to pair, off a control break over
      *> the statistics file
       01 break-airport                pic x(4).
       01 best-pax                     pic 9(9).
       01 year-seen                    pic 9.
       01 candidate-count              pic 9(3) value 0.
       01 candidate-overflow           pic 9 value 0.
       01 candidate-table.
           03 candidate occurs 500.
               05 cd-code              pic x(4).
               05 cd-pax               pic 9(9).
       01 cd-i                         pic 9(3).
       01 cd-j                         pic 9(3).
       01 cd-k                         pic 9(3).

      *> the ranked pairs, highest estimate first
       01 ranked-count                 pic 9(3) value 0.
       01 ranked-table.
           03 ranked occurs 100.
               05 rk-code1             pic x(4).
               05 rk-code2             pic x(4).
               05 rk-km                pic 9(5).
               05 rk-demand            pic 9(9).
       01 rk-idx                       pic 9(3).
       01 rk-slot                      pic 9(3).

       01 pair-served                  pic 9.
       01 pair-km                      pic 9(5).
       01 pair-demand                  comp-2.
       01 pair-demand-whole            pic 9(9).
       01 pax-millions-1               comp-2.
       01 pax-millions-2               comp-2.

      *> the best one-stop way round for a ranked pair
       01 best-cnx                     pic 99.
       01 best-cnx-km                  pic 9(5).
       01 best-cnx-legal               pic 9.
       01 cnx-idx                      pic 99.
       01 this-cnx-km                  pic 9(5).
       01 this-cnx-legal               pic 9.
       01 connection-text              pic x(40).
       01 connection-ptr               pic 99.

       01 rank-edit                    pic zz9.
       01 pax-edit                     pic zzz,zzz,zz9.
       01 year-text                    pic x(11).
       01 km-edit                      pic zz,zz9.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 demand-counters.
           03 stats-read               pic 9(7) value 0.
           03 pairs-considered         pic 9(7) value 0.
           03 pairs-served             pic 9(7) value 0.
           03 pairs-estimated          pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-site-model
           perform open-files
           perform collect-candidate-airports
           perform varying cd-i from 1 by 1
                   until cd-i >= candidate-count
               perform varying cd-j from cd-i by 1
                       until cd-j >= candidate-count
                   perform rate-one-pair
               end-perform
           end-perform
           perform write-demand-report
           perform close-files
           perform write-run-log-end
           goback
       .

       load-site-model section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the GRAVITY- rows this job cares about
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
                       move function upper-case(siteparam-name)
                           to siteparam-name
                       if siteparam-value not = spaces
                               and function test-numval(siteparam-value)
                                   = 0
                           perform apply-one-model-param
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
           if gravity-list = 0 or gravity-list > 100
               move 50 to gravity-list
           end-if
       .

       apply-one-model-param section.
           evaluate siteparam-name
               when "GRAVITY-K"
                   compute gravity-k = function numval(siteparam-value)
               when "GRAVITY-ALPHA"
                   compute gravity-alpha =
                       function numval(siteparam-value)
               when "GRAVITY-GAMMA"
                   compute gravity-gamma =
                       function numval(siteparam-value)
               when "GRAVITY-MIN-PAX"
                   compute gravity-min-pax =
                       function numval(siteparam-value)
               when "GRAVITY-MIN-KM"
                   compute gravity-min-km =
                       function numval(siteparam-value)
               when "GRAVITY-LIST"
                   compute gravity-list =
                       function numval(siteparam-value)
               when other
                   continue
           end-evaluate
       .

       open-files section.
           display year-dat upon environment-name
           accept demand-year from environment-value

           display airstat-dat upon environment-name
           accept airstat-file-name from environment-value
           open input airstat-file
           if airstat-status not = "00"
               move "N" to more-stats
               move "FAIL" to run-status-word
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           set open-file to true
           perform call-aircode-program
       .

       collect-candidate-airports section.
       *> records sit in year order under each code, so the last
       *> row in the group is the latest year when none was named
           move spaces to break-airport
           move 0 to best-pax year-seen
           perform until no-more-stats
               read airstat-file next record
                   at end
                       move "N" to more-stats
                   not at end
                       add 1 to stats-read
                       if st-airport not = break-airport
                           perform take-break-airport
                           move st-airport to break-airport
                           move 0 to best-pax year-seen
                       end-if
                       if demand-year = spaces
                               or st-year = demand-year
                           move 1 to year-seen
                           move st-passengers to best-pax
                       end-if
               end-read
           end-perform
           perform take-break-airport
       .

       take-break-airport section.
       *> big enough, and still an active airport on the master
           if break-airport = spaces or year-seen = 0
                   or best-pax < gravity-min-pax
               exit section
           end-if
           move break-airport to gv-airport1
           set get-details to true
           perform call-aircode-program
           if gv-file-status not = "00" or not gv-active
               exit section
           end-if
           if candidate-count >= 500
               move 1 to candidate-overflow
               exit section
           end-if
           add 1 to candidate-count
           move break-airport to cd-code(candidate-count)
           move best-pax to cd-pax(candidate-count)
       .

       rate-one-pair section.
       *> cd-j runs one behind its partner, so each pair is seen
       *> once: the candidate after cd-j pairs with cd-i
           compute cd-k = cd-j + 1
           add 1 to pairs-considered
           move cd-code(cd-i) to ar-origin
           move cd-code(cd-k) to ar-dest
           perform check-pair-served
           if pair-served = 0
               move cd-code(cd-k) to ar-origin
               move cd-code(cd-i) to ar-dest
               perform check-pair-served
           end-if
           if pair-served = 1
               add 1 to pairs-served
               exit section
           end-if

           move cd-code(cd-i) to gv-airport1
           move cd-code(cd-k) to gv-airport2
           set get-distance to true
           perform call-aircode-program
           if gv-file-status not = "00"
               exit section
           end-if
           compute pair-km = function numval-c(distance-km)
           if pair-km < gravity-min-km or pair-km = 0
               exit section
           end-if
           add 1 to pairs-estimated
           compute pax-millions-1 = cd-pax(cd-i) / 1000000
           compute pax-millions-2 = cd-pax(cd-k) / 1000000
           compute pair-demand = gravity-k
               * ((pax-millions-1 * pax-millions-2) ** gravity-alpha)
               / (pair-km ** gravity-gamma)
           if pair-demand > 999999999
               move 999999999 to pair-demand-whole
           else
               compute pair-demand-whole rounded = pair-demand
           end-if
           perform rank-one-pair
       .

       check-pair-served section.
       *> the route key leads origin/dest, so one positioned read
       *> answers whether any airline flies the pair that way
           move 0 to pair-served
           move spaces to ar-airline
           start airline-file key >= ar-key
               invalid key
                   exit section
           end-start
           read airline-file next record
               at end
                   exit section
           end-read
           if ar-origin = cd-code(cd-i) or ar-origin = cd-code(cd-k)
               if ar-dest = cd-code(cd-i)
                       or ar-dest = cd-code(cd-k)
                   if ar-origin not = ar-dest
                       move 1 to pair-served
                   end-if
               end-if
           end-if
       .

       rank-one-pair section.
       *> insertion into the list kept in descending order; a pair
       *> below the last place of a full list is not kept
           move 0 to rk-slot
           perform varying rk-idx from 1 by 1
                   until rk-idx > ranked-count or rk-slot > 0
               if pair-demand-whole > rk-demand(rk-idx)
                   move rk-idx to rk-slot
               end-if
           end-perform
           if rk-slot = 0
               if ranked-count >= gravity-list
                   exit section
               end-if
               add 1 to ranked-count
               move ranked-count to rk-slot
           else
               if ranked-count < gravity-list
                   add 1 to ranked-count
               end-if
               perform varying rk-idx from ranked-count by -1
                       until rk-idx <= rk-slot
                   move ranked(rk-idx - 1) to ranked(rk-idx)
               end-perform
           end-if
           move cd-code(cd-i) to rk-code1(rk-slot)
           move cd-code(cd-k) to rk-code2(rk-slot)
           move pair-km to rk-km(rk-slot)
           move pair-demand-whole to rk-demand(rk-slot)
       .

       write-demand-report section.
           move gravity-min-pax to pax-edit
           move "latest year" to year-text
           if demand-year not = spaces
               move demand-year to year-text
           end-if
           move spaces to detail-line
           string "Estimated demand for unserved city pairs"
                      delimited by size
                  "  (airports over " delimited by size
                  function trim(pax-edit) delimited by size
                  " pax, " delimited by size
                  function trim(year-text) delimited by size
                  ")" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move spaces to detail-line
           string "Rank  Pair           Km  Est. pax/yr  "
                      delimited by size
                  "Best one-stop today" delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying rk-idx from 1 by 1
                   until rk-idx > ranked-count
               perform find-best-connection
               move rk-idx to rank-edit
               move rk-km(rk-idx) to km-edit
               move rk-demand(rk-idx) to pax-edit
               move spaces to detail-line
               string rank-edit delimited by size
                      "   " delimited by size
                      rk-code1(rk-idx) delimited by size
                      "-" delimited by size
                      rk-code2(rk-idx) delimited by size
                      "  " delimited by size
                      km-edit delimited by size
                      "  " delimited by size
                      pax-edit delimited by size
                      "  " delimited by size
                      connection-text delimited by size
                      into detail-line
               write report-rec from detail-line
           end-perform
           if ranked-count = 0
               move "  No unserved pairs to rank" to detail-line
               write report-rec from detail-line
           end-if

           write report-rec from spaces
           move spaces to detail-line
           string "Airports paired: " delimited by size
                  candidate-count delimited by size
                  "  Pairs: " delimited by size
                  pairs-considered delimited by size
                  "  Served direct: " delimited by size
                  pairs-served delimited by size
                  "  Estimated: " delimited by size
                  pairs-estimated delimited by size
                  into detail-line
           write report-rec from detail-line
           if candidate-overflow = 1
               move "  (airport table full - some airports not paired)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       find-best-connection section.
           move spaces to connection-text
           move rk-code1(rk-idx) to gv-airport1
           move rk-code2(rk-idx) to gv-airport2
           move spaces to gv-travel-date gv-aircraft-type
           set get-connections to true
           perform call-aircode-program
           move 0 to best-cnx
           if gv-connect-count > 0
               perform varying cnx-idx from 1 by 1
                       until cnx-idx > gv-connect-count
                   compute this-cnx-km =
                       function numval-c(cnx-total-km(cnx-idx))
                   move 1 to this-cnx-legal
                   if cnx-connect-grade(cnx-idx) = "I"
                       move 0 to this-cnx-legal
                   end-if
                   if best-cnx = 0
                           or this-cnx-legal > best-cnx-legal
                           or (this-cnx-legal = best-cnx-legal
                               and this-cnx-km < best-cnx-km)
                       move cnx-idx to best-cnx
                       move this-cnx-km to best-cnx-km
                       move this-cnx-legal to best-cnx-legal
                   end-if
               end-perform
           end-if
           if best-cnx = 0
               move "none" to connection-text
           else
               move 1 to connection-ptr
               string "via " delimited by size
                      cnx-via-code(best-cnx) delimited by space
                      " (" delimited by size
                      cnx-leg1-airline(best-cnx) delimited by space
                      "/" delimited by size
                      cnx-leg2-airline(best-cnx) delimited by space
                      ") " delimited by size
                      cnx-total-km(best-cnx) delimited by size
                      " km" delimited by size
                      into connection-text
                      with pointer connection-ptr
               if best-cnx-legal = 0
                   string " MCT short" delimited by size
                          into connection-text
                          with pointer connection-ptr
               end-if
           end-if
       .

       close-files section.
           set close-file to true
           perform call-aircode-program
           if airstat-status = "00" or airstat-status = "10"
               close airstat-file
           end-if
           close airline-file
           close report-file
       .

       call-aircode-program section.
           call "aircode" using by value gv-function
                                by value gv-airport1
                                by value gv-airport2
                                by value gv-prefix-text
                                by reference gv-rec
                                by reference gv-distance-result
                                by reference gv-matched-codes-array
                                by reference gv-file-status
                                by reference gv-message
                                by reference gv-itinerary-count
                                by reference gv-itinerary-codes
                                by reference gv-itinerary-result
                                by reference gv-nearest-count
                                by reference gv-nearest-results
                                by reference gv-continue-after-code
                                by reference gv-more-matches
                                by reference gv-operator-id
                                by reference gv-airline-count
                                by reference gv-airline-results
                                by value gv-size-filter
                                by reference gv-preferred-unit
                                by reference gv-connect-count
                                by reference gv-connect-results
                                by reference gv-travel-date
                                by reference gv-target-operator
                                by reference gv-target-level
                                by reference gv-accuracy-mode
                                by reference gv-waypoint-interval
                                by reference gv-waypoint-count
                                by reference gv-waypoints
                                by reference gv-min-runway-ft
                                by reference gv-diversion-result
                                by reference gv-aircraft-type
                                by reference gv-effective-utc-offset
                                by reference gv-point-geo
                                by reference gv-sched-day
                                by reference gv-sched-continue
                                by reference gv-name-search
                                by reference gv-facility-info
                                by reference gv-report-currency
                                by reference gv-query-criteria
                                by reference gv-fare-request
                                by reference gv-weather-info
                                by reference gv-sun-info
                                by reference gv-approval-request
                                by reference gv-target-scope
                                by reference gv-fir-result
                                by reference gv-tanker-result
                                by reference gv-dependants
                                by reference gv-reversal
                                by reference gv-annotations
                                by reference gv-fx-as-of-date
                                by reference gv-city-centre
                                by reference gv-language
                                by reference gv-target-grant
       .

       write-run-log-start section.
           move "AIRGRAV" to rl-job-name
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
           move stats-read to rl-in-count
           move ranked-count to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Demand estimate, unserved pairs"
               to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airgrav.
