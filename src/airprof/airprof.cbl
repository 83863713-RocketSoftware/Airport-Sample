      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Route profitability estimate per route and airline for the
      * period dd_prof_from to dd_prof_to (YYYYMMDD; the calendar
      * month before the processing date when not set). Flights
      * and seats are counted off the route file the way airlfr
      * counts them - effective dates, Mon-Sun mask and dated
      * cancellations honoured - and passengers are the bookings
      * file's counts for the route's flights in the period.
      *
      * Revenue is passengers times the average applicable fare:
      * the mean of the fares the route's airline has filed on the
      * pair that are valid at any time in the period, a return
      * fare counting at half its amount. Cost per sector is trip
      * fuel for the row's equipment type at the origin's fuel
      * price, the landing and handling fees at both ends and the
      * en-route charges of the regions flown through where the
      * boundary table is loaded - aircode's trip cost estimate,
      * which carries the destination's fees, plus the origin's
      * own. All figures are in the installation's base currency,
      * converted at the rates in force at the end of the period.
      *
      * Each route shows its contribution (revenue less cost) for
      * the period, per sector, per seat offered and per flight
      * hour; routes with no fare filed are costed but not rated,
      * and a station with no cost row is noted. Airline totals
      * follow, then the ten routes with the highest and the ten
      * with the lowest contribution for the period. Report on
      * dd_profit_report. Calls aircode; writes the common run
      * log.
      *
      ******************************************************************
       program-id. airprof.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
           access dynamic.

       select airbook-file assign airbook-file-name
           organization indexed
           record key is bk-key with no duplicates
           file status is airbook-status
           access dynamic.

       select airfare-file assign airfare-file-name
           organization indexed
           record key is fa-key with no duplicates
           file status is airfare-status
           access dynamic.

       select aircost-file assign aircost-file-name
           organization indexed
           record key is co-airport with no duplicates
           file status is aircost-status
           access dynamic.

       select airfx-file assign airfx-file-name
           organization indexed
           record key is fx-currency with no duplicates
           file status is airfx-status
           access dynamic.

       select airfxh-file assign airfxh-file-name
           organization indexed
           record key is fh-key with no duplicates
           file status is airfxh-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd airbook-file.
       01 bk-rec.
       copy "airbook.cpy" replacing ==(prefix)== by ==bk==.

       fd airfare-file.
       01 fa-rec.
       copy "airfare.cpy" replacing ==(prefix)== by ==fa==.

       fd aircost-file.
       01 co-rec.
       copy "aircost.cpy" replacing ==(prefix)== by ==co==.

       fd airfx-file.
       01 fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd airfxh-file.
       01 fh-rec.
       copy "airfxh.cpy" replacing ==(prefix)== by ==fh==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==pt==.
       01 pt-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==pt==.

       01 airline-file-name            pic x(80).
       01 airinst-file-name            pic x(80).
       01 airbook-file-name            pic x(80).
       01 airfare-file-name            pic x(80).
       01 aircost-file-name            pic x(80).
       01 airfx-file-name              pic x(80).
       01 airfxh-file-name             pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 airinst-status               pic xx.
       01 airbook-status               pic xx.
       01 airfare-status               pic xx.
       01 aircost-status               pic xx.
       01 airfx-status                 pic xx.
       01 airfxh-status                pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airinst-dat                  value "dd_flight_instances".
       78 airbook-dat                  value "dd_bookings".
       78 airfare-dat                  value "dd_fares".
       78 aircost-dat                  value "dd_airport_costs".
       78 airfx-dat                    value "dd_fx_rates".
       78 airfxh-dat                   value "dd_fx_history".
       78 report-dat                   value "dd_profit_report".
       78 prof-from-dat                value "dd_prof_from".
       78 prof-to-dat                  value "dd_prof_to".
       78 rank-size                    value 10.

       01 instances-available          pic 9 value 0.
       01 bookings-available           pic 9 value 0.
       01 fares-available              pic 9 value 0.
       01 costs-available              pic 9 value 0.
       01 fx-available                 pic 9 value 0.
       01 report-open                  pic 9 value 0.
       01 fxh-available                pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-bookings                pic x value "Y".
           88 no-more-bookings         value "N".
       01 more-fares                   pic x.
           88 no-more-fares            value "N".

      *> the period
       01 period-from                  pic x(8).
       01 period-to                    pic x(8).
       01 period-from-num              pic 9(8).
       01 period-to-num                pic 9(8).
       01 period-from-int              pic 9(7).
       01 period-to-int                pic 9(7).
       01 work-date                    pic 9(8).
       01 work-date-x redefines work-date.
           03 work-yyyy                pic 9(4).
           03 work-mm                  pic 99.
           03 work-dd                  pic 99.
       01 day-int                      pic 9(7).
       01 day-dow                      pic 9.
       01 day-date                     pic x(8).
       01 flight-operates              pic 9.
       01 row-flights                  pic 9(5).
       01 row-flight                   pic 9(5).
       01 row-flight-first             pic 9(4).
       01 row-flight-last              pic 9(4).
       01 flight-cancelled             pic 9.

      *> one entry per route row flown in the period, in the route
      *> file's key order so a booking's route is found by halving
       01 route-count                  pic 9(4) value 0.
       01 route-overflow               pic 9 value 0.
       01 route-table.
           03 route-entry occurs 3000.
               05 rp-key               pic x(11).
               05 rp-seats             pic 9(3).
               05 rp-flights           pic 9(5).
               05 rp-passengers        pic 9(7).
               05 rp-block-mins        pic 9(5).
               05 rp-fare-count        pic 9(3).
               05 rp-average-fare      comp-2.
               05 rp-sector-cost       comp-2.
               05 rp-revenue           comp-2.
               05 rp-cost              comp-2.
               05 rp-contribution      comp-2.
               05 rp-costs-partial     pic 9.
       01 rp-idx                       pic 9(4).
       01 find-key                     pic x(11).
       01 find-low                     pic 9(4).
       01 find-high                    pic 9(4).
       01 find-mid                     pic 9(4).
       01 find-idx                     pic 9(4).

      *> costing one route row
       01 origin-fees                  comp-2.
       01 fare-total                   comp-2.
       01 fare-leg                     comp-2.
       01 fx-lookup-currency           pic x(3).
       01 fx-found-rate                comp-2.
       01 fxh-rate-found               pic 9.

      *> airline totals, over the routes with a fare
       01 airline-count                pic 9(3) value 0.
       01 airline-table.
           03 airline-row occurs 200.
               05 at-airline           pic x(3).
               05 at-routes            pic 9(5).
               05 at-flights           pic 9(7).
               05 at-passengers        pic 9(9).
               05 at-revenue           comp-2.
               05 at-cost              comp-2.
       01 at-idx                       pic 9(3).

      *> the best and worst routes by contribution for the period
       01 best-count                   pic 99 value 0.
       01 best-list.
           03 best-entry occurs 10.
               05 bs-route             pic 9(4).
               05 bs-contribution      comp-2.
       01 worst-count                  pic 99 value 0.
       01 worst-list.
           03 worst-entry occurs 10.
               05 ws-route             pic 9(4).
               05 ws-contribution      comp-2.
       01 rk-idx                       pic 99.
       01 rk-slot                      pic 99.
       01 rank-edit                    pic z9.

      *> one report line
       01 line-label                   pic x(15).
       01 line-flights                 pic 9(7).
       01 line-seats                   pic 9(9).
       01 line-hours                   comp-2.
       01 line-revenue                 comp-2.
       01 line-cost                    comp-2.
       01 line-contribution            comp-2.
       01 line-rated                   pic 9.
       01 line-note                    pic x(10).
       01 flights-edit                 pic zz,zz9.
       01 passengers-edit              pic z,zzz,zz9.
       01 fare-edit                    pic zz,zz9.99.
       01 money-edit                   pic -,---,---,--9.
       01 sector-edit                  pic ---,---,--9.
       01 seat-edit                    pic ---,--9.99.
       01 hour-edit                    pic ---,---,--9.
       01 line-passengers              pic 9(9).
       01 line-fare                    comp-2.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 prof-counters.
           03 routes-read              pic 9(7) value 0.
           03 routes-not-flown         pic 9(7) value 0.
           03 routes-rated             pic 9(7) value 0.
           03 routes-no-fare           pic 9(7) value 0.
           03 bookings-read            pic 9(7) value 0.
           03 bookings-counted         pic 9(7) value 0.
           03 bookings-off-route       pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform resolve-period
           perform open-files
           perform cost-route-rows
           perform count-passengers
           perform rate-routes
           if report-open = 1
               perform write-report
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       resolve-period section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           display prof-from-dat upon environment-name
           accept period-from from environment-value
           display prof-to-dat upon environment-name
           accept period-to from environment-value
           if period-from numeric and period-to numeric
                   and period-from <= period-to
               move period-from to period-from-num
               move period-to to period-to-num
           else
      *> the whole month before the processing month
               move pd-date to work-date
               move 1 to work-dd
               compute period-to-num = function date-of-integer(
                   function integer-of-date(work-date) - 1)
               move period-to-num to work-date
               move 1 to work-dd
               move work-date to period-from-num
           end-if
           move period-from-num to period-from
           move period-to-num to period-to
           compute period-from-int =
               function integer-of-date(period-from-num)
           compute period-to-int =
               function integer-of-date(period-to-num)
       .

       open-files section.
           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
           if report-status = "00"
               move 1 to report-open
           else
               move "FAIL" to run-status-word
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
               move "FAIL" to run-status-word
           end-if

           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open input airinst-file
           if airinst-status = "00"
               move 1 to instances-available
           end-if

           display airbook-dat upon environment-name
           accept airbook-file-name from environment-value
           open input airbook-file
           if airbook-status = "00"
               move 1 to bookings-available
           else
               move "N" to more-bookings
           end-if

           display airfare-dat upon environment-name
           accept airfare-file-name from environment-value
           open input airfare-file
           if airfare-status = "00"
               move 1 to fares-available
           end-if

           display aircost-dat upon environment-name
           accept aircost-file-name from environment-value
           open input aircost-file
           if aircost-status = "00"
               move 1 to costs-available
           end-if

           display airfx-dat upon environment-name
           accept airfx-file-name from environment-value
           open input airfx-file
           if airfx-status = "00"
               move 1 to fx-available
           end-if

           display airfxh-dat upon environment-name
           accept airfxh-file-name from environment-value
           open input airfxh-file
           if airfxh-status = "00"
               move 1 to fxh-available
           end-if

      *> aircode converts its trip cost at the period's closing
      *> rates, the same ones the fares and fees here are taken at
           set open-file to true
           perform call-aircode-program
           move period-to to pt-fx-as-of-date
       .

       cost-route-rows section.
           move low-values to ar-key
           start airline-file key >= ar-key
               invalid key
                   move "N" to more-routes
           end-start
           perform until no-more-routes
               read airline-file next record
                   at end
                       move "N" to more-routes
                   not at end
                       add 1 to routes-read
                       perform cost-one-route-row
               end-read
           end-perform
       .

       cost-one-route-row section.
      *> a row can carry a range of flight numbers on the one
      *> schedule, the way airactl reads it - each number in the
      *> range is a flight of its own that day; a missing or
      *> backward end means the one flight
           move 0 to row-flights
           move 0 to row-flight-first
           move 0 to row-flight-last
           if ar-flight-start numeric
               move ar-flight-start to row-flight-first
               move ar-flight-start to row-flight-last
               if ar-flight-end numeric
                       and ar-flight-end >= ar-flight-start
                   move ar-flight-end to row-flight-last
               end-if
           end-if
           perform varying day-int from period-from-int by 1
                   until day-int > period-to-int
               compute work-date = function date-of-integer(day-int)
               move work-date to day-date
               compute day-dow = function mod(day-int - 1, 7) + 1
               perform check-flight-operates
               if flight-operates = 1
                   perform varying row-flight from row-flight-first
                           by 1 until row-flight > row-flight-last
                       perform check-flight-cancelled
                       if flight-cancelled = 0
                           add 1 to row-flights
                       end-if
                   end-perform
               end-if
           end-perform
           if row-flights = 0
               add 1 to routes-not-flown
               exit section
           end-if
           if route-count >= 3000
               move 1 to route-overflow
               exit section
           end-if

           add 1 to route-count
           move route-count to rp-idx
           initialize route-entry(rp-idx)
           move ar-key to rp-key(rp-idx)
           move row-flights to rp-flights(rp-idx)
           if ar-seat-count numeric
               move ar-seat-count to rp-seats(rp-idx)
           end-if
           perform cost-one-sector
           perform average-route-fares
       .

       check-flight-operates section.
       *> the same reading as airlfr's; the dated instances'
       *> cancellations are taken flight by flight after it
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and day-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and day-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(day-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       check-flight-cancelled section.
       *> no instance on file leaves the pattern's word standing
           move 0 to flight-cancelled
           if instances-available = 1 and ar-flight-start numeric
               move ar-airline to in-airline
               move row-flight to in-flight
               move day-date to in-date
               read airinst-file
                   invalid key
                       continue
                   not invalid key
                       if in-cancelled
                           move 1 to flight-cancelled
                       end-if
               end-read
           end-if
       .

       cost-one-sector section.
      *> aircode's estimate is the origin's fuel, the destination's
      *> fees and the en-route charges; the origin's own fees are
      *> added here. A station with no cost row leaves its share
      *> out, and the route says so.
           move ar-origin to pt-airport1
           move ar-dest to pt-airport2
           move ar-equip-type to pt-aircraft-type
           set get-distance to true
           perform call-aircode-program
           if pt-file-status not = "00"
               move 1 to rp-costs-partial(rp-idx)
               exit section
           end-if
           compute rp-sector-cost(rp-idx) =
               function numval-c(distance-cost-estimate)
           compute rp-block-mins(rp-idx) =
               distance-flight-hours * 60 + distance-flight-minutes

           move 0 to origin-fees
           if costs-available = 0
               move 1 to rp-costs-partial(rp-idx)
               exit section
           end-if
           move ar-origin to co-airport
           read aircost-file
               invalid key
                   move 1 to rp-costs-partial(rp-idx)
               not invalid key
                   move co-currency to fx-lookup-currency
                   perform look-up-fx-rate
                   compute origin-fees =
                       (co-landing-fee + co-handling-fee)
                       * fx-found-rate
           end-read
           add origin-fees to rp-sector-cost(rp-idx)
           move ar-dest to co-airport
           read aircost-file
               invalid key
                   move 1 to rp-costs-partial(rp-idx)
           end-read
       .

       average-route-fares section.
      *> every fare the route's own airline has filed on the pair
      *> that is valid at some point in the period, whatever the
      *> class, each direction at its one-way value
           if fares-available = 0
               exit section
           end-if
           move 0 to fare-total
           move ar-origin to fa-origin
           move ar-dest to fa-dest
           move ar-airline to fa-airline
           move low-values to fa-fare-class
           move "Y" to more-fares
           start airfare-file key >= fa-key
               invalid key
                   move "N" to more-fares
           end-start
           perform until no-more-fares
               read airfare-file next record
                   at end
                       move "N" to more-fares
                   not at end
                       if fa-origin not = ar-origin
                               or fa-dest not = ar-dest
                               or fa-airline not = ar-airline
                           move "N" to more-fares
                       else
                           perform weigh-one-fare
                       end-if
               end-read
           end-perform
           if rp-fare-count(rp-idx) > 0
               compute rp-average-fare(rp-idx) =
                   fare-total / rp-fare-count(rp-idx)
           end-if
       .

       weigh-one-fare section.
           if (fa-valid-from not = spaces
                   and fa-valid-from > period-to)
               or (fa-valid-to not = spaces
                   and fa-valid-to < period-from)
               exit section
           end-if
           move fa-currency to fx-lookup-currency
           perform look-up-fx-rate
           if fa-return
               compute fare-leg = fa-amount / 2 * fx-found-rate
           else
               compute fare-leg = fa-amount * fx-found-rate
           end-if
           add fare-leg to fare-total
           add 1 to rp-fare-count(rp-idx)
       .

       look-up-fx-rate section.
      *> base-currency units per one unit of fx-lookup-currency at
      *> the end of the period, as aircode takes it: the latest rate
      *> on the history on or before the date, else the day's
      *> table; a blank code is the base itself and an unknown one
      *> falls back to 1
           move 1 to fx-found-rate
           if fx-lookup-currency = spaces
               exit section
           end-if
           if fxh-available = 1
               move 0 to fxh-rate-found
               move function upper-case(fx-lookup-currency)
                   to fh-currency
               compute fh-date-inverse = 99999999 - period-to-num
               start airfxh-file key >= fh-key
                   invalid key
                       continue
                   not invalid key
                       read airfxh-file next record
                           at end
                               continue
                           not at end
                               if fh-currency = function upper-case(
                                       fx-lookup-currency)
                                       and fh-rate > 0
                                   move fh-rate to fx-found-rate
                                   move 1 to fxh-rate-found
                               end-if
                       end-read
               end-start
               if fxh-rate-found = 1
                   exit section
               end-if
           end-if
           if fx-available = 1
               move function upper-case(fx-lookup-currency)
                   to fx-currency
               read airfx-file
                   invalid key
                       continue
                   not invalid key
                       if fx-rate > 0
                           move fx-rate to fx-found-rate
                       end-if
               end-read
           end-if
       .

       count-passengers section.
           if bookings-available = 0
               exit section
           end-if
           move low-values to bk-key
           start airbook-file key >= bk-key
               invalid key
                   move "N" to more-bookings
           end-start
           perform until no-more-bookings
               read airbook-file next record
                   at end
                       move "N" to more-bookings
                   not at end
                       add 1 to bookings-read
                       if bk-date >= period-from
                               and bk-date <= period-to
                           perform count-one-booking
                       end-if
               end-read
           end-perform
       .

       count-one-booking section.
           move spaces to find-key
           move bk-origin to find-key(1:4)
           move bk-dest to find-key(5:4)
           move bk-airline to find-key(9:3)
           perform find-route-entry
           if find-idx = 0
               add 1 to bookings-off-route
               exit section
           end-if
           add bk-passengers to rp-passengers(find-idx)
           add 1 to bookings-counted
       .

       find-route-entry section.
       *> halving search on the route key
           move 0 to find-idx
           move 1 to find-low
           move route-count to find-high
           perform until find-low > find-high or find-idx > 0
               compute find-mid = (find-low + find-high) / 2
               evaluate true
                   when rp-key(find-mid) = find-key
                       move find-mid to find-idx
                   when rp-key(find-mid) < find-key
                       compute find-low = find-mid + 1
                   when other
                       if find-mid = 1
                           move 0 to find-high
                       else
                           compute find-high = find-mid - 1
                       end-if
               end-evaluate
           end-perform
       .

       rate-routes section.
           perform varying rp-idx from 1 by 1
                   until rp-idx > route-count
               compute rp-cost(rp-idx) =
                   rp-sector-cost(rp-idx) * rp-flights(rp-idx)
               if rp-fare-count(rp-idx) = 0
                   add 1 to routes-no-fare
               else
                   add 1 to routes-rated
                   compute rp-revenue(rp-idx) =
                       rp-passengers(rp-idx) * rp-average-fare(rp-idx)
                   compute rp-contribution(rp-idx) =
                       rp-revenue(rp-idx) - rp-cost(rp-idx)
                   perform add-airline-total
                   perform rank-best-route
                   perform rank-worst-route
               end-if
           end-perform
       .

       add-airline-total section.
           perform varying at-idx from 1 by 1
                   until at-idx > airline-count
                   or at-airline(at-idx) = rp-key(rp-idx)(9:3)
               continue
           end-perform
           if at-idx > airline-count
               if airline-count >= 200
                   exit section
               end-if
               add 1 to airline-count
               initialize airline-row(at-idx)
               move rp-key(rp-idx)(9:3) to at-airline(at-idx)
           end-if
           add 1 to at-routes(at-idx)
           add rp-flights(rp-idx) to at-flights(at-idx)
           add rp-passengers(rp-idx) to at-passengers(at-idx)
           add rp-revenue(rp-idx) to at-revenue(at-idx)
           add rp-cost(rp-idx) to at-cost(at-idx)
       .

       rank-best-route section.
       *> insertion into the list kept highest first; a route below
       *> the last place of a full list is not kept
           move 0 to rk-slot
           perform varying rk-idx from 1 by 1
                   until rk-idx > best-count or rk-slot > 0
               if rp-contribution(rp-idx) > bs-contribution(rk-idx)
                   move rk-idx to rk-slot
               end-if
           end-perform
           if rk-slot = 0
               if best-count >= rank-size
                   exit section
               end-if
               add 1 to best-count
               move best-count to rk-slot
           else
               if best-count < rank-size
                   add 1 to best-count
               end-if
               perform varying rk-idx from best-count by -1
                       until rk-idx <= rk-slot
                   move best-entry(rk-idx - 1) to best-entry(rk-idx)
               end-perform
           end-if
           move rp-idx to bs-route(rk-slot)
           move rp-contribution(rp-idx) to bs-contribution(rk-slot)
       .

       rank-worst-route section.
       *> the same, kept lowest first
           move 0 to rk-slot
           perform varying rk-idx from 1 by 1
                   until rk-idx > worst-count or rk-slot > 0
               if rp-contribution(rp-idx) < ws-contribution(rk-idx)
                   move rk-idx to rk-slot
               end-if
           end-perform
           if rk-slot = 0
               if worst-count >= rank-size
                   exit section
               end-if
               add 1 to worst-count
               move worst-count to rk-slot
           else
               if worst-count < rank-size
                   add 1 to worst-count
               end-if
               perform varying rk-idx from worst-count by -1
                       until rk-idx <= rk-slot
                   move worst-entry(rk-idx - 1) to worst-entry(rk-idx)
               end-perform
           end-if
           move rp-idx to ws-route(rk-slot)
           move rp-contribution(rp-idx) to ws-contribution(rk-slot)
       .

       write-report section.
           move spaces to detail-line
           string "Route profitability estimate - " delimited by size
                  period-from delimited by size
                  " to " delimited by size
                  period-to delimited by size
                  "  (base currency)" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move "BY ROUTE" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying rp-idx from 1 by 1
                   until rp-idx > route-count
               perform write-route-line
           end-perform

           write report-rec from spaces
           move "BY AIRLINE (routes with a fare)" to detail-line
           write report-rec from detail-line
           perform write-column-heads
           perform varying at-idx from 1 by 1
                   until at-idx > airline-count
               move at-airline(at-idx) to line-label
               move at-flights(at-idx) to line-flights
               move at-passengers(at-idx) to line-passengers
               move 0 to line-fare
               if at-passengers(at-idx) > 0
                   compute line-fare =
                       at-revenue(at-idx) / at-passengers(at-idx)
               end-if
               move at-revenue(at-idx) to line-revenue
               move at-cost(at-idx) to line-cost
               compute line-contribution =
                   at-revenue(at-idx) - at-cost(at-idx)
               perform total-airline-capacity
               move 1 to line-rated
               move spaces to line-note
               perform write-one-line
           end-perform

           write report-rec from spaces
           move "TEN BEST ROUTES BY CONTRIBUTION" to detail-line
           write report-rec from detail-line
           perform write-rank-heads
           perform varying rk-idx from 1 by 1
                   until rk-idx > best-count
               move bs-route(rk-idx) to rp-idx
               perform write-rank-line
           end-perform
           if best-count = 0
               move "  none" to detail-line
               write report-rec from detail-line
           end-if

           write report-rec from spaces
           move "TEN WORST ROUTES BY CONTRIBUTION" to detail-line
           write report-rec from detail-line
           perform write-rank-heads
           perform varying rk-idx from 1 by 1
                   until rk-idx > worst-count
               move ws-route(rk-idx) to rp-idx
               perform write-rank-line
           end-perform
           if worst-count = 0
               move "  none" to detail-line
               write report-rec from detail-line
           end-if

           write report-rec from spaces
           move spaces to detail-line
           string "Route rows read: " delimited by size
                  routes-read delimited by size
                  "  Not flown in period: " delimited by size
                  routes-not-flown delimited by size
                  "  Rated: " delimited by size
                  routes-rated delimited by size
                  "  No fare filed: " delimited by size
                  routes-no-fare delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Bookings in period: " delimited by size
                  bookings-counted delimited by size
                  "  on no route flown: " delimited by size
                  bookings-off-route delimited by size
                  into detail-line
           write report-rec from detail-line
           if route-overflow = 1
               move "  (route table full - later rows not reported)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       total-airline-capacity section.
      *> seats offered and flight hours over the airline's rated
      *> routes, for its per-seat and per-hour figures
           move 0 to line-seats line-hours
           perform varying rp-idx from 1 by 1
                   until rp-idx > route-count
               if rp-key(rp-idx)(9:3) = at-airline(at-idx)
                       and rp-fare-count(rp-idx) > 0
                   compute line-seats = line-seats
                       + rp-seats(rp-idx) * rp-flights(rp-idx)
                   compute line-hours = line-hours
                       + rp-block-mins(rp-idx) * rp-flights(rp-idx)
                       / 60
               end-if
           end-perform
       .

       write-route-line section.
           move spaces to line-label
           string rp-key(rp-idx)(1:4) delimited by space
                  "-" delimited by size
                  rp-key(rp-idx)(5:4) delimited by space
                  " " delimited by size
                  rp-key(rp-idx)(9:3) delimited by size
                  into line-label
           move rp-flights(rp-idx) to line-flights
           move rp-passengers(rp-idx) to line-passengers
           move rp-average-fare(rp-idx) to line-fare
           move rp-revenue(rp-idx) to line-revenue
           move rp-cost(rp-idx) to line-cost
           move rp-contribution(rp-idx) to line-contribution
           compute line-seats = rp-seats(rp-idx) * rp-flights(rp-idx)
           compute line-hours =
               rp-block-mins(rp-idx) * rp-flights(rp-idx) / 60
           move 1 to line-rated
           evaluate true
               when rp-fare-count(rp-idx) = 0
                   move 0 to line-rated
                   move "no fare" to line-note
               when rp-costs-partial(rp-idx) = 1
                   move "costs part" to line-note
               when rp-seats(rp-idx) = 0
                   move "no seats" to line-note
               when other
                   move spaces to line-note
           end-evaluate
           perform write-one-line
       .

       write-column-heads section.
           move spaces to detail-line
           string "               Flights       Pax  Avg fare"
                      delimited by size
                  "       Revenue          Cost  Contribution"
                      delimited by size
                  "  Per sector   Per seat    Per hour"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-one-line section.
      *> revenue and contribution are left blank on a route with no
      *> fare to rate it by; the per-unit figures on one with no
      *> seats or flight time to divide by
           move line-flights to flights-edit
           move line-passengers to passengers-edit
           move line-cost to money-edit
           move spaces to detail-line
           string line-label delimited by size
                  " " delimited by size
                  flights-edit delimited by size
                  " " delimited by size
                  passengers-edit delimited by size
                  into detail-line
           if line-rated = 1
               move line-fare to fare-edit
               move fare-edit to detail-line(34:9)
               move line-revenue to money-edit
               move money-edit to detail-line(44:13)
               move line-contribution to money-edit
               move money-edit to detail-line(72:13)
               if line-flights > 0
                   compute sector-edit =
                       line-contribution / line-flights
                   move sector-edit to detail-line(86:11)
               end-if
               if line-seats > 0
                   compute seat-edit =
                       line-contribution / line-seats
                   move seat-edit to detail-line(98:10)
               end-if
               if line-hours > 0
                   compute hour-edit =
                       line-contribution / line-hours
                   move hour-edit to detail-line(109:11)
               end-if
           end-if
           move line-cost to money-edit
           move money-edit to detail-line(58:13)
           move line-note to detail-line(121:10)
           write report-rec from detail-line
       .

       write-rank-heads section.
           move spaces to detail-line
           string "     Route            Contribution  Per sector"
                      delimited by size
                  "   Per seat    Per hour" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-rank-line section.
           move rk-idx to rank-edit
           move spaces to detail-line
           string "  " delimited by size
                  rank-edit delimited by size
                  " " delimited by size
                  rp-key(rp-idx)(1:4) delimited by space
                  "-" delimited by size
                  rp-key(rp-idx)(5:4) delimited by space
                  " " delimited by size
                  rp-key(rp-idx)(9:3) delimited by size
                  into detail-line
           move rp-contribution(rp-idx) to money-edit
           move money-edit to detail-line(22:13)
           compute sector-edit =
               rp-contribution(rp-idx) / rp-flights(rp-idx)
           move sector-edit to detail-line(36:11)
           if rp-seats(rp-idx) > 0
               compute seat-edit = rp-contribution(rp-idx)
                   / (rp-seats(rp-idx) * rp-flights(rp-idx))
               move seat-edit to detail-line(48:10)
           end-if
           if rp-block-mins(rp-idx) > 0
               compute hour-edit = rp-contribution(rp-idx)
                   / (rp-block-mins(rp-idx) * rp-flights(rp-idx)
                      / 60)
               move hour-edit to detail-line(59:11)
           end-if
           write report-rec from detail-line
       .

       close-files section.
           set close-file to true
           perform call-aircode-program
           if airline-status = "00" or airline-status = "10"
               close airline-file
           end-if
           if instances-available = 1
               close airinst-file
           end-if
           if bookings-available = 1
               close airbook-file
           end-if
           if fares-available = 1
               close airfare-file
           end-if
           if costs-available = 1
               close aircost-file
           end-if
           if fx-available = 1
               close airfx-file
           end-if
           if fxh-available = 1
               close airfxh-file
           end-if
           if report-open = 1
               close report-file
           end-if
       .

       call-aircode-program section.
           call "aircode" using by value pt-function
                                by value pt-airport1
                                by value pt-airport2
                                by value pt-prefix-text
                                by reference pt-rec
                                by reference pt-distance-result
                                by reference pt-matched-codes-array
                                by reference pt-file-status
                                by reference pt-message
                                by reference pt-itinerary-count
                                by reference pt-itinerary-codes
                                by reference pt-itinerary-result
                                by reference pt-nearest-count
                                by reference pt-nearest-results
                                by reference pt-continue-after-code
                                by reference pt-more-matches
                                by reference pt-operator-id
                                by reference pt-airline-count
                                by reference pt-airline-results
                                by value pt-size-filter
                                by reference pt-preferred-unit
                                by reference pt-connect-count
                                by reference pt-connect-results
                                by reference pt-travel-date
                                by reference pt-target-operator
                                by reference pt-target-level
                                by reference pt-accuracy-mode
                                by reference pt-waypoint-interval
                                by reference pt-waypoint-count
                                by reference pt-waypoints
                                by reference pt-min-runway-ft
                                by reference pt-diversion-result
                                by reference pt-aircraft-type
                                by reference pt-effective-utc-offset
                                by reference pt-point-geo
                                by reference pt-sched-day
                                by reference pt-sched-continue
                                by reference pt-name-search
                                by reference pt-facility-info
                                by reference pt-report-currency
                                by reference pt-query-criteria
                                by reference pt-fare-request
                                by reference pt-weather-info
                                by reference pt-sun-info
                                by reference pt-approval-request
                                by reference pt-target-scope
                                by reference pt-fir-result
                                by reference pt-tanker-result
                                by reference pt-dependants
                                by reference pt-reversal
                                by reference pt-annotations
                                by reference pt-fx-as-of-date
                                by reference pt-city-centre
                                by reference pt-language
                                by reference pt-target-grant
       .

       write-run-log-start section.
           move "AIRPROF" to rl-job-name
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
           move route-count to rl-out-count
           move 0 to rl-reject-count
           if report-open = 1
               move report-file-name to rl-report-file
           else
               move spaces to rl-report-file
           end-if
           move "Route profitability estimate" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airprof.
