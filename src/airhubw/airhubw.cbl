      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Connection-wave report for one hub and day: the whole bank
      * structure at once, where aircode's one-stop finder answers
      * one pair at a time. For the hub in dd_hub_airport and the
      * date in dd_hub_date (YYYYMMDD), every airline-file row into
      * or out of the hub and operating that day (effective dates
      * and Mon-Sun mask honoured, a cancelled dated instance left
      * out) is charted by the half-hour of the hub's local clock it
      * lands or leaves in. Each arrival is then tried against each
      * departure - not back to where it came from - and the pair
      * counts as a legal connection when the connect time is at
      * least the hub's minimum on dd_min_connect (45 minutes when
      * the hub has none) and no more than HUB-MAX-CONNECT-MINS on
      * the site parameters (default 240). Connectivity is given by
      * the region of the onward destination, off the countries
      * table, and every arrival with no legal onward connection is
      * listed. Report on dd_hub_wave_out. Writes the common run
      * log.
      *
      ******************************************************************
       program-id. airhubw.

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

       select airdst-file assign airdst-file-name
           organization indexed
           record key is dz-zone with no duplicates
           file status is airdst-status
           access dynamic.

       select airctry-file assign airctry-file-name
           organization indexed
           record key is ct-code with no duplicates
           alternate record key is ct-name with duplicates
           file status is airctry-status
           access dynamic.

       select airmct-file assign airmct-file-name
           organization indexed
           record key is mc-airport with no duplicates
           file status is airmct-status
           access dynamic.

       select airinst-file assign airinst-file-name
           organization indexed
           record key is in-key with no duplicates
           file status is airinst-status
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

       fd airdst-file.
       01 dz-rec.
       copy "airdst.cpy" replacing ==(prefix)== by ==dz==.

       fd airctry-file.
       01 ct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==ct==.

       fd airmct-file.
       01 mc-rec.
       copy "airmct.cpy" replacing ==(prefix)== by ==mc==.

       fd airinst-file.
       01 in-rec.
       copy "airinst.cpy" replacing ==(prefix)== by ==in==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 airdst-file-name             pic x(80).
       01 airctry-file-name            pic x(80).
       01 airmct-file-name             pic x(80).
       01 airinst-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airdst-status                pic xx.
       01 airctry-status               pic xx.
       01 airmct-status                pic xx.
       01 airinst-status               pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airdst-dat                   value "dd_dst_rules".
       78 airctry-dat                  value "dd_countries".
       78 airmct-dat                   value "dd_min_connect".
       78 airinst-dat                  value "dd_flight_instances".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_hub_wave_out".
       78 hub-airport-dat              value "dd_hub_airport".
       78 hub-date-dat                 value "dd_hub_date".
       78 max-hub-flights              value 400.
       78 max-regions                  value 30.
       78 default-connect-mins         value 45.
       78 default-max-connect          value 240.

       01 dst-file-available           pic 9 value 0.
       01 country-file-available       pic 9 value 0.
       01 instances-available          pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).

       01 hub-airport                  pic x(4).
       01 hub-airport-name             pic x(30).
       01 hub-date                     pic x(8).
       01 hub-date-num                 pic 9(8).
       01 hub-dow                      pic 9.
       01 hub-date-valid               pic 9 value 0.
       01 hub-offset                   pic s9(2)v99.
       01 hub-mmdd                     pic x(4).
       01 dst-in-force                 pic 9.
       01 hub-min-connect              pic 9(3).
       01 hub-max-connect              pic 9(4).

       01 flight-operates              pic 9.
       01 flight-cancelled             pic 9.
       01 hub-flight                   pic 9(5).
       01 hub-flight-first             pic 9(4).
       01 hub-flight-last              pic 9(4).
       01 sched-time-hhmm              pic x(4).
       01 utc-mins                     pic 9(4).
       01 local-mins                   pic 9(4).
       01 local-hh                     pic 99.
       01 local-mm                     pic 99.
       01 end-hh                       pic 99.
       01 end-mm                       pic 99.

      *> the day's arrivals and departures at the hub, each with
      *> its UTC minute for connect times and its local minute for
      *> the chart
       01 inbound-count                pic 9(3) value 0.
       01 inbound-table.
           03 inbound occurs 400.
               05 ib-airline           pic x(3).
               05 ib-flight            pic 9(4).
               05 ib-origin            pic x(4).
               05 ib-utc-mins          pic 9(4).
               05 ib-local-mins        pic 9(4).
               05 ib-onward            pic 9(3).
       01 outbound-count               pic 9(3) value 0.
       01 outbound-table.
           03 outbound occurs 400.
               05 ob-airline           pic x(3).
               05 ob-flight            pic 9(4).
               05 ob-dest              pic x(4).
               05 ob-utc-mins          pic 9(4).
               05 ob-local-mins        pic 9(4).
               05 ob-region            pic 9(2).
       01 ib-idx                       pic 9(3).
       01 ob-idx                       pic 9(3).
       01 connect-gap                  pic s9(5).

      *> the local half-hour chart
       01 wave-table.
           03 wave-slot occurs 48.
               05 wv-arrivals          pic 9(3).
               05 wv-departures        pic 9(3).
       01 wv-idx                       pic 9(2).
       01 wave-first                   pic 9(2).
       01 wave-last                    pic 9(2).
       01 bar-stars                    pic x(30) value all "*".
       01 bar-hashes                   pic x(30) value all "#".
       01 bar-arrivals                 pic x(30).
       01 bar-departures               pic x(30).
       01 bar-length                   pic 9(3).

      *> connectivity by the region of the onward destination
       01 region-count                 pic 9(2) value 0.
       01 region-table.
           03 region-row occurs 30.
               05 rg-name              pic x(15).
               05 rg-departures        pic 9(4).
               05 rg-connections       pic 9(6).
               05 rg-fed               pic 9(4).
       01 rg-idx                       pic 9(2).
       01 region-lookup                pic x(15).
       01 region-fed-flags.
           03 region-fed-flag          pic 9 occurs 30.

       01 count-edit                   pic zz9.
       01 wide-edit                    pic zzz,zz9.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 hub-counters.
           03 routes-read              pic 9(7) value 0.
           03 flights-cancelled        pic 9(5) value 0.
           03 flights-untimed          pic 9(5) value 0.
           03 flights-overflowed       pic 9(5) value 0.
           03 legal-connections        pic 9(7) value 0.
           03 short-connections        pic 9(7) value 0.
           03 long-connections         pic 9(7) value 0.
           03 stranded-arrivals        pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-site-limits
           perform open-files
           if hub-date-valid = 0
               display "dd_hub_date must be a valid YYYYMMDD"
               move "FAIL" to run-status-word
           else
               perform resolve-hub-airport
               perform collect-hub-flights
               perform chart-hub-waves
               perform count-hub-connections
               perform write-wave-report
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       load-site-limits section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the one limit this job cares about
           move default-max-connect to hub-max-connect
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
                       if siteparam-name = "HUB-MAX-CONNECT-MINS"
                               and siteparam-value not = spaces
                               and function test-numval(siteparam-value)
                                   = 0
                           compute hub-max-connect =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
           if hub-max-connect = 0
               move default-max-connect to hub-max-connect
           end-if
       .

       open-files section.
           display hub-airport-dat upon environment-name
           accept hub-airport from environment-value
           move function upper-case(hub-airport) to hub-airport
           display hub-date-dat upon environment-name
           accept hub-date from environment-value
           if hub-date numeric
               move 1 to hub-date-valid
               move hub-date to hub-date-num
               compute hub-dow =
                   function mod(
                       function integer-of-date(hub-date-num) - 1,
                       7) + 1
               move hub-date(5:4) to hub-mmdd
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
               move "FAIL" to run-status-word
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airdst-dat upon environment-name
           accept airdst-file-name from environment-value
           open input airdst-file
           if airdst-status = "00"
               move 1 to dst-file-available
           end-if

           display airctry-dat upon environment-name
           accept airctry-file-name from environment-value
           open input airctry-file
           if airctry-status = "00"
               move 1 to country-file-available
           end-if

           display airinst-dat upon environment-name
           accept airinst-file-name from environment-value
           open input airinst-file
           if airinst-status = "00"
               move 1 to instances-available
           end-if

           move default-connect-mins to hub-min-connect
           display airmct-dat upon environment-name
           accept airmct-file-name from environment-value
           open input airmct-file
           if airmct-status = "00"
               move hub-airport to mc-airport
               read airmct-file
                   invalid key
                       continue
                   not invalid key
                       move mc-connect-mins to hub-min-connect
               end-read
               close airmct-file
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       resolve-hub-airport section.
       *> the hub's own utc offset, with its zone's daylight-saving
       *> delta when the date falls inside the zone's period, as
       *> the daily timetable works it - the chart is in local clock
           move 0 to hub-offset
           move spaces to hub-airport-name
           move hub-airport to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move f-name to hub-airport-name
                   move f-utc-offset to hub-offset
                   if dst-file-available = 1
                           and f-dst-zone not = spaces
                       move function upper-case(f-dst-zone)
                           to dz-zone
                       read airdst-file
                           invalid key
                               continue
                           not invalid key
                               perform test-dst-on-hub-date
                               if dst-in-force = 1
                                   compute hub-offset =
                                       hub-offset + dz-delta
                               end-if
                       end-read
                   end-if
           end-read
       .

       test-dst-on-hub-date section.
           move 0 to dst-in-force
           if dz-start-mmdd <= dz-end-mmdd
               if hub-mmdd >= dz-start-mmdd
                       and hub-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           else
      *> southern-hemisphere period spanning the turn of the year
               if hub-mmdd >= dz-start-mmdd
                       or hub-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           end-if
       .

       collect-hub-flights section.
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
                       if (ar-origin = hub-airport
                               or ar-dest = hub-airport)
                               and ar-origin not = ar-dest
                           perform check-flight-operates
                           if flight-operates = 1
                               perform set-flight-range
                               perform varying hub-flight
                                       from hub-flight-first by 1
                                       until hub-flight
                                           > hub-flight-last
                                   perform note-hub-flight
                               end-perform
                           end-if
                       end-if
               end-read
           end-perform
       .

       check-flight-operates section.
       *> same reading as aircode's schedule filter: blank schedule
       *> fields mean the old hand-built rows keep appearing daily.
           move 1 to flight-operates
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and hub-date < ar-eff-from
               move 0 to flight-operates
           end-if
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and hub-date > ar-eff-to
               move 0 to flight-operates
           end-if
           if ar-days-of-week not = spaces
                   and ar-days-of-week(hub-dow:1) not = "Y"
               move 0 to flight-operates
           end-if
       .

       set-flight-range section.
      *> a row can carry a range of flight numbers on the one
      *> schedule, the way airactl reads it - every number in the
      *> range flies; a missing or backward end means the one
      *> flight
           move 0 to hub-flight-first
           move 0 to hub-flight-last
           if ar-flight-start numeric
               move ar-flight-start to hub-flight-first
               move ar-flight-start to hub-flight-last
               if ar-flight-end numeric
                       and ar-flight-end >= ar-flight-start
                   move ar-flight-end to hub-flight-last
               end-if
           end-if
       .

       note-hub-flight section.
       *> a cancelled instance is not part of the day's bank, and a
       *> row with no time at the hub cannot be charted or connected
           perform check-instance-cancelled
           if flight-cancelled = 1
               add 1 to flights-cancelled
               exit section
           end-if
           if ar-origin = hub-airport
               move ar-dep-time to sched-time-hhmm
           else
               move ar-arr-time to sched-time-hhmm
           end-if
           if sched-time-hhmm not numeric
               add 1 to flights-untimed
               exit section
           end-if
           perform convert-to-hub-local
           if ar-origin = hub-airport
               if outbound-count >= max-hub-flights
                   add 1 to flights-overflowed
                   exit section
               end-if
               add 1 to outbound-count
               move ar-airline to ob-airline(outbound-count)
               move hub-flight to ob-flight(outbound-count)
               move ar-dest to ob-dest(outbound-count)
               move utc-mins to ob-utc-mins(outbound-count)
               move local-mins to ob-local-mins(outbound-count)
               move ar-dest to f-code
               perform resolve-airport-region
               move rg-idx to ob-region(outbound-count)
               add 1 to rg-departures(rg-idx)
           else
               if inbound-count >= max-hub-flights
                   add 1 to flights-overflowed
                   exit section
               end-if
               add 1 to inbound-count
               move ar-airline to ib-airline(inbound-count)
               move hub-flight to ib-flight(inbound-count)
               move ar-origin to ib-origin(inbound-count)
               move utc-mins to ib-utc-mins(inbound-count)
               move local-mins to ib-local-mins(inbound-count)
               move 0 to ib-onward(inbound-count)
           end-if
       .

       check-instance-cancelled section.
       *> no instance on file - beyond the expansion horizon, or the
       *> file not configured - leaves the pattern's word standing
           move 0 to flight-cancelled
           if instances-available = 1
               move ar-airline to in-airline
               move hub-flight to in-flight
               move hub-date to in-date
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

       convert-to-hub-local section.
           compute utc-mins =
               function numval(sched-time-hhmm(1:2)) * 60
               + function numval(sched-time-hhmm(3:2))
           compute local-mins =
               function mod(utc-mins + hub-offset * 60 + 1440, 1440)
       .

       resolve-airport-region section.
       *> the destination's country, then the country's region off
       *> the countries table; anything that will not resolve is
       *> counted under "(unknown)"
           move "(unknown)" to region-lookup
           read airfile
               invalid key
                   continue
               not invalid key
                   if country-file-available = 1
                       move function upper-case(f-country) to ct-name
                       read airctry-file key is ct-name
                           invalid key
                               continue
                           not invalid key
                               if ct-region not = spaces
                                   move ct-region to region-lookup
                               end-if
                       end-read
                   end-if
           end-read
           perform find-region-row
           if rg-idx > region-count
                   and region-count >= max-regions - 1
      *> table nearly full: the last row gathers the rest
               move "(other)" to region-lookup
               perform find-region-row
           end-if
           if rg-idx > region-count
               add 1 to region-count
               move region-count to rg-idx
               move region-lookup to rg-name(rg-idx)
               move 0 to rg-departures(rg-idx) rg-connections(rg-idx)
                         rg-fed(rg-idx)
           end-if
       .

       find-region-row section.
           perform varying rg-idx from 1 by 1
                   until rg-idx > region-count
                      or rg-name(rg-idx) = region-lookup
               continue
           end-perform
       .

       chart-hub-waves section.
           initialize wave-table
           perform varying ib-idx from 1 by 1
                   until ib-idx > inbound-count
               compute wv-idx = ib-local-mins(ib-idx) / 30 + 1
               add 1 to wv-arrivals(wv-idx)
           end-perform
           perform varying ob-idx from 1 by 1
                   until ob-idx > outbound-count
               compute wv-idx = ob-local-mins(ob-idx) / 30 + 1
               add 1 to wv-departures(wv-idx)
           end-perform
           move 0 to wave-first wave-last
           perform varying wv-idx from 1 by 1 until wv-idx > 48
               if wv-arrivals(wv-idx) > 0 or wv-departures(wv-idx) > 0
                   if wave-first = 0
                       move wv-idx to wave-first
                   end-if
                   move wv-idx to wave-last
               end-if
           end-perform
       .

       count-hub-connections section.
       *> every arrival against every departure; the gap is taken
       *> on the UTC times, which need no zone arithmetic, and a
       *> departure earlier in the day than the arrival is the
       *> overnight connection, as the one-stop finder grades it
           perform varying ib-idx from 1 by 1
                   until ib-idx > inbound-count
               initialize region-fed-flags
               perform varying ob-idx from 1 by 1
                       until ob-idx > outbound-count
                   if ob-dest(ob-idx) not = ib-origin(ib-idx)
                       perform grade-one-connection
                   end-if
               end-perform
               if ib-onward(ib-idx) = 0
                   add 1 to stranded-arrivals
               end-if
               perform varying rg-idx from 1 by 1
                       until rg-idx > region-count
                   if region-fed-flag(rg-idx) = 1
                       add 1 to rg-fed(rg-idx)
                   end-if
               end-perform
           end-perform
       .

       grade-one-connection section.
           compute connect-gap =
               ob-utc-mins(ob-idx) - ib-utc-mins(ib-idx)
           if connect-gap < 0
               add 1440 to connect-gap
           end-if
           evaluate true
               when connect-gap < hub-min-connect
                   add 1 to short-connections
               when connect-gap > hub-max-connect
                   add 1 to long-connections
               when other
                   add 1 to legal-connections
                   add 1 to ib-onward(ib-idx)
                   move ob-region(ob-idx) to rg-idx
                   add 1 to rg-connections(rg-idx)
                   move 1 to region-fed-flag(rg-idx)
           end-evaluate
       .

       write-wave-report section.
           move spaces to detail-line
           string "Connection waves " delimited by size
                  hub-airport delimited by space
                  " " delimited by size
                  hub-airport-name delimited by size
                  " " delimited by size
                  hub-date delimited by size
                  " (local clock)" delimited by size
                  into detail-line
           write report-rec from detail-line
           move hub-min-connect to count-edit
           move hub-max-connect to wide-edit
           move spaces to detail-line
           string "Legal connection: " delimited by size
                  function trim(count-edit) delimited by size
                  " minutes minimum, " delimited by size
                  function trim(wide-edit) delimited by size
                  " maximum" delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces

           move "ARRIVALS (*) AND DEPARTURES (#) BY HALF-HOUR"
               to detail-line
           write report-rec from detail-line
           if wave-first = 0
               move "  (no timed flights at the hub that day)"
                   to detail-line
               write report-rec from detail-line
           else
               perform varying wv-idx from wave-first by 1
                       until wv-idx > wave-last
                   perform write-one-wave-line
               end-perform
           end-if
           write report-rec from spaces

           perform write-region-section
           write report-rec from spaces
           perform write-stranded-section
           write report-rec from spaces
           perform write-wave-totals
       .

       write-one-wave-line section.
           compute local-hh = (wv-idx - 1) / 2
           compute local-mm = function mod(wv-idx - 1, 2) * 30
           compute end-mm = local-mm + 29
           move local-hh to end-hh
           move spaces to bar-arrivals bar-departures
           move wv-arrivals(wv-idx) to bar-length
           if bar-length > 30
               move 30 to bar-length
           end-if
           if bar-length > 0
               move bar-stars(1:bar-length) to bar-arrivals
           end-if
           move wv-departures(wv-idx) to bar-length
           if bar-length > 30
               move 30 to bar-length
           end-if
           if bar-length > 0
               move bar-hashes(1:bar-length) to bar-departures
           end-if
           move spaces to detail-line
           string "  " delimited by size
                  local-hh delimited by size
                  ":" delimited by size
                  local-mm delimited by size
                  "-" delimited by size
                  end-hh delimited by size
                  ":" delimited by size
                  end-mm delimited by size
                  "  " delimited by size
                  wv-arrivals(wv-idx) delimited by size
                  " " delimited by size
                  bar-arrivals delimited by size
                  "  " delimited by size
                  wv-departures(wv-idx) delimited by size
                  " " delimited by size
                  bar-departures delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-region-section section.
           move "CONNECTIVITY BY DESTINATION REGION" to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "  Region           Departures  Connections"
                      delimited by size
                  "  Arrivals feeding" delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying rg-idx from 1 by 1
                   until rg-idx > region-count
               move spaces to detail-line
               move rg-departures(rg-idx) to count-edit
               move rg-connections(rg-idx) to wide-edit
               string "  " delimited by size
                      rg-name(rg-idx) delimited by size
                      "         " delimited by size
                      count-edit delimited by size
                      "      " delimited by size
                      wide-edit delimited by size
                      "              " delimited by size
                      rg-fed(rg-idx) delimited by size
                      into detail-line
               write report-rec from detail-line
           end-perform
           if region-count = 0
               move "  (no departures from the hub that day)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       write-stranded-section section.
           move "ARRIVALS WITH NO LEGAL ONWARD CONNECTION"
               to detail-line
           write report-rec from detail-line
           perform varying ib-idx from 1 by 1
                   until ib-idx > inbound-count
               if ib-onward(ib-idx) = 0
                   compute local-hh = ib-local-mins(ib-idx) / 60
                   compute local-mm =
                       function mod(ib-local-mins(ib-idx), 60)
                   move spaces to detail-line
                   string "  " delimited by size
                          local-hh delimited by size
                          ":" delimited by size
                          local-mm delimited by size
                          "  " delimited by size
                          ib-airline(ib-idx) delimited by space
                          " " delimited by size
                          ib-flight(ib-idx) delimited by size
                          "  from " delimited by size
                          ib-origin(ib-idx) delimited by space
                          into detail-line
                   write report-rec from detail-line
               end-if
           end-perform
           if stranded-arrivals = 0
               move "  (none - every arrival connects)" to detail-line
               write report-rec from detail-line
           end-if
       .

       write-wave-totals section.
           move spaces to detail-line
           string "Arrivals: " delimited by size
                  inbound-count delimited by size
                  "  Departures: " delimited by size
                  outbound-count delimited by size
                  "  Cancelled: " delimited by size
                  flights-cancelled delimited by size
                  "  Untimed: " delimited by size
                  flights-untimed delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Legal connections: " delimited by size
                  legal-connections delimited by size
                  "  Under minimum: " delimited by size
                  short-connections delimited by size
                  "  Over maximum: " delimited by size
                  long-connections delimited by size
                  "  Stranded arrivals: " delimited by size
                  stranded-arrivals delimited by size
                  into detail-line
           write report-rec from detail-line
           if flights-overflowed > 0
               move "  (flight table full - later flights not counted)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       close-files section.
           close airline-file
           close airfile
           if dst-file-available = 1
               close airdst-file
           end-if
           if country-file-available = 1
               close airctry-file
           end-if
           if instances-available = 1
               close airinst-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRHUBW" to rl-job-name
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
           compute rl-out-count = inbound-count + outbound-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Hub connection waves" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airhubw.
