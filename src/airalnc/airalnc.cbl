      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Alliance network coverage and overlap, for commercial's
      * seasonal look at partnership options. Every route-file row
      * in force on the processing date (effective-to not passed,
      * at least one day on its Mon-Sun mask) is credited to its
      * carrier's alliance off the airline reference table
      * (dd_airline_names, an-alliance); a carrier in no alliance,
      * or not on the table, counts as UNALIGNED. Per alliance:
      * member carriers flying, destinations served, the countries
      * and regions they lie in (airport master and countries
      * table) and weekly seats (seat count times days a week, as
      * aircap takes them). Then the overlap, by city pair taken
      * either way round: the pairs more than one alliance flies,
      * and the pairs one alliance flies through a single member
      * only - the pairs a partnership would add or depend on.
      * Pairs are listed in route-file order. Report on
      * dd_alliance_report; writes the common run log.
      *
      ******************************************************************
       program-id. airalnc.

       select airline-file assign airline-file-name
           organization indexed
           record key is ar-key with no duplicates
           file status is airline-status
           access dynamic.

       select airlnm-file assign airlnm-file-name
           organization indexed
           record key is an-code with no duplicates
           file status is airlnm-status
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airctry-file assign airctry-file-name
           organization indexed
           record key is ct-code with no duplicates
           alternate record key is ct-name with duplicates
           file status is airctry-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airlnm-file.
       01 an-rec.
       copy "airlnm.cpy" replacing ==(prefix)== by ==an==.

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airctry-file.
       01 ct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==ct==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airline-file-name            pic x(80).
       01 airlnm-file-name             pic x(80).
       01 airfile-name                 pic x(80).
       01 airctry-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 airlnm-status                pic xx.
       01 file-status                  pic xx.
       01 airctry-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airlnm-dat                   value "dd_airline_names".
       78 airport-dat                  value "dd_airports".
       78 airctry-dat                  value "dd_countries".
       78 report-dat                   value "dd_alliance_report".
       78 max-carriers                 value 500.
       78 max-alliances                value 10.
       78 max-airports                 value 3000.
       78 max-pairs                    value 5000.

       01 more-records                 pic x value "Y".
           88 no-more-records          value "N".
       01 airfile-available            pic 9 value 0.
       01 country-file-available       pic 9 value 0.

      *> the airline reference table, held for the run; cr-used is
      *> set once a carrier is seen flying
       01 carrier-table.
           03 cr-entry occurs 500.
               05 cr-code              pic x(3).
               05 cr-alliance-name     pic x(20).
               05 cr-alliance          pic 9(2).
               05 cr-used              pic x.
       01 carrier-count                pic 9(4) value 0.
       01 cr-idx                       pic 9(4).

      *> the alliances, alphabetical, UNALIGNED always the last
       01 alliance-table.
           03 al-entry occurs 10.
               05 al-name              pic x(20).
               05 al-seats             pic 9(9).
               05 al-rows              pic 9(7).
       01 al-hold                      pic x(36).
       01 alliance-count               pic 9(2) value 0.
       01 unaligned-idx                pic 9(2).
       01 al-idx                       pic 9(2).
       01 al-idx2                      pic 9(2).
       01 alliances-overflowed         pic 9 value 0.
       01 want-alliance                pic x(20).

      *> every airport a counted row touches, with its country and
      *> region, marked against the alliances that serve it
       01 airport-table.
           03 at-entry occurs 3000.
               05 at-code              pic x(4).
               05 at-country           pic x(20).
               05 at-region            pic x(15).
               05 at-served            pic x occurs 10.
       01 airport-count                pic 9(4) value 0.
       01 at-idx                       pic 9(4) value 0.
       01 airports-overflowed          pic 9 value 0.
       01 want-airport                 pic x(4).

      *> every city pair, lower code first, with each alliance's
      *> weekly seats on it and the member carrying them; pa-multi
      *> goes to "Y" once a second member of the alliance flies it
       01 pair-table.
           03 pr-entry occurs 5000.
               05 pr-low               pic x(4).
               05 pr-high              pic x(4).
               05 pr-alliance occurs 10.
                   07 pa-carrier       pic x(3).
                   07 pa-multi         pic x.
                   07 pa-seats         pic 9(7).
       01 pair-count                   pic 9(4) value 0.
       01 pr-idx                       pic 9(4) value 0.
       01 pairs-overflowed             pic 9 value 0.
       01 want-low                     pic x(4).
       01 want-high                    pic x(4).

      *> the distinct countries and regions of one alliance, built
      *> afresh for each alliance's line
       01 country-list.
           03 cl-name                  pic x(20) occurs 300.
       01 country-list-count           pic 9(3).
       01 region-list.
           03 rg-name                  pic x(15) occurs 30.
       01 region-list-count            pic 9(2).
       01 list-idx                     pic 9(3).
       01 list-found                   pic 9.

       01 row-days                     pic 9.
       01 day-idx                      pic 9.
       01 row-seats                    pic 9(3).
       01 row-weekly-seats             pic 9(5).
       01 row-alliance                 pic 9(2).

       01 line-carriers                pic 9(4).
       01 line-airports                pic 9(4).
       01 line-pairs                   pic 9(4).
       01 pair-alliances               pic 9(2).
       01 pair-only-alliance           pic 9(2).
       01 pair-seats                   pic 9(9).
       01 list-ptr                     pic 9(3).

       01 count-edit                   pic z(4)9.
       01 seats-edit                   pic zzz,zzz,zz9.
       01 run-status-word              pic x(4) value "OK".
       01 detail-line                  pic x(132).

       01 alliance-counters.
           03 routes-read              pic 9(7) value 0.
           03 routes-counted           pic 9(7) value 0.
           03 routes-not-in-force      pic 9(7) value 0.
           03 pairs-multi-alliance     pic 9(5) value 0.
           03 pairs-single-member      pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform load-carriers
           perform sort-alliances
           perform link-carriers-to-alliances
           perform until no-more-records
               read airline-file next record
                   at end
                       move "N" to more-records
                   not at end
                       add 1 to routes-read
                       perform take-one-route
               end-read
           end-perform
           perform write-coverage-section
           perform write-overlap-section
           perform write-alliance-summary
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
               move "N" to more-records
               move "FAIL" to run-status-word
           end-if

           display airlnm-dat upon environment-name
           accept airlnm-file-name from environment-value
           open input airlnm-file

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status = "00"
               move 1 to airfile-available
           end-if

           display airctry-dat upon environment-name
           accept airctry-file-name from environment-value
           open input airctry-file
           if airctry-status = "00"
               move 1 to country-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       load-carriers section.
       *> a missing reference table leaves every carrier UNALIGNED
           if airlnm-status not = "00"
               exit section
           end-if
           perform until airlnm-status not = "00"
               read airlnm-file next record
                   at end
                       move "10" to airlnm-status
                   not at end
                       perform note-one-carrier
               end-read
           end-perform
       .

       note-one-carrier section.
           if carrier-count >= max-carriers
               exit section
           end-if
           add 1 to carrier-count
           move an-code to cr-code(carrier-count)
           move function upper-case(an-alliance)
               to cr-alliance-name(carrier-count)
           move 0 to cr-alliance(carrier-count)
           move space to cr-used(carrier-count)
           if cr-alliance-name(carrier-count) = spaces
               exit section
           end-if
           move cr-alliance-name(carrier-count) to want-alliance
           perform varying al-idx from 1 by 1
                   until al-idx > alliance-count
               if al-name(al-idx) = want-alliance
                   exit section
               end-if
           end-perform
      *> one slot is always kept back for UNALIGNED
           if alliance-count >= max-alliances - 1
               move 1 to alliances-overflowed
               exit section
           end-if
           add 1 to alliance-count
           move want-alliance to al-name(alliance-count)
           move 0 to al-seats(alliance-count) al-rows(alliance-count)
       .

       sort-alliances section.
           perform varying al-idx from 1 by 1
                   until al-idx >= alliance-count
               perform varying al-idx2 from al-idx by 1
                       until al-idx2 > alliance-count
                   if al-name(al-idx2) < al-name(al-idx)
                       move al-entry(al-idx) to al-hold
                       move al-entry(al-idx2) to al-entry(al-idx)
                       move al-hold to al-entry(al-idx2)
                   end-if
               end-perform
           end-perform
           add 1 to alliance-count
           move alliance-count to unaligned-idx
           move "UNALIGNED" to al-name(unaligned-idx)
           move 0 to al-seats(unaligned-idx) al-rows(unaligned-idx)
       .

       link-carriers-to-alliances section.
       *> an alliance beyond the table's room flies as UNALIGNED
           perform varying cr-idx from 1 by 1
                   until cr-idx > carrier-count
               move unaligned-idx to cr-alliance(cr-idx)
               perform varying al-idx from 1 by 1
                       until al-idx >= unaligned-idx
                   if al-name(al-idx) = cr-alliance-name(cr-idx)
                       move al-idx to cr-alliance(cr-idx)
                   end-if
               end-perform
           end-perform
       .

       take-one-route section.
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and ar-eff-to < pd-date
               add 1 to routes-not-in-force
               exit section
           end-if
           if ar-eff-from not = spaces and ar-eff-from not = zeros
                   and ar-eff-from > pd-date
               add 1 to routes-not-in-force
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
               add 1 to routes-not-in-force
               exit section
           end-if
           add 1 to routes-counted
           if ar-seat-count numeric
               move ar-seat-count to row-seats
           else
               move 0 to row-seats
           end-if
           compute row-weekly-seats = row-seats * row-days

           move unaligned-idx to row-alliance
           perform varying cr-idx from 1 by 1
                   until cr-idx > carrier-count
               if cr-code(cr-idx) = ar-airline
                   move cr-alliance(cr-idx) to row-alliance
                   move "Y" to cr-used(cr-idx)
                   exit perform
               end-if
           end-perform
           add row-weekly-seats to al-seats(row-alliance)
           add 1 to al-rows(row-alliance)

           move ar-origin to want-airport
           perform note-airport-served
           move ar-dest to want-airport
           perform note-airport-served
           perform note-pair-served
       .

       note-airport-served section.
       *> the route file runs in origin order, so the airport just
       *> looked up is the likeliest one to be asked for again
           if at-idx > 0 and at-idx <= airport-count
               if at-code(at-idx) = want-airport
                   move "Y" to at-served(at-idx row-alliance)
                   exit section
               end-if
           end-if
           perform varying at-idx from 1 by 1
                   until at-idx > airport-count
               if at-code(at-idx) = want-airport
                   move "Y" to at-served(at-idx row-alliance)
                   exit section
               end-if
           end-perform
           if airport-count >= max-airports
               move 1 to airports-overflowed
               move 0 to at-idx
               exit section
           end-if
           add 1 to airport-count
           move airport-count to at-idx
           initialize at-entry(at-idx)
           move want-airport to at-code(at-idx)
           move "Y" to at-served(at-idx row-alliance)
           if airfile-available = 1
               move want-airport to f-code
               read airfile
                   invalid key
                       continue
                   not invalid key
                       move function upper-case(f-country)
                           to at-country(at-idx)
               end-read
           end-if
           if country-file-available = 1
                   and at-country(at-idx) not = spaces
               move at-country(at-idx) to ct-name
               read airctry-file key is ct-name
                   invalid key
                       continue
                   not invalid key
                       move function upper-case(ct-region)
                           to at-region(at-idx)
               end-read
           end-if
       .

       note-pair-served section.
           if ar-origin < ar-dest
               move ar-origin to want-low
               move ar-dest to want-high
           else
               move ar-dest to want-low
               move ar-origin to want-high
           end-if
           if pr-idx > 0 and pr-idx <= pair-count
               if pr-low(pr-idx) = want-low
                       and pr-high(pr-idx) = want-high
                   perform credit-pair-alliance
                   exit section
               end-if
           end-if
           perform varying pr-idx from 1 by 1
                   until pr-idx > pair-count
               if pr-low(pr-idx) = want-low
                       and pr-high(pr-idx) = want-high
                   perform credit-pair-alliance
                   exit section
               end-if
           end-perform
           if pair-count >= max-pairs
               move 1 to pairs-overflowed
               move 0 to pr-idx
               exit section
           end-if
           add 1 to pair-count
           move pair-count to pr-idx
           initialize pr-entry(pr-idx)
           move want-low to pr-low(pr-idx)
           move want-high to pr-high(pr-idx)
           perform credit-pair-alliance
       .

       credit-pair-alliance section.
           if pa-carrier(pr-idx row-alliance) = spaces
               move ar-airline to pa-carrier(pr-idx row-alliance)
           else
               if pa-carrier(pr-idx row-alliance) not = ar-airline
                   move "Y" to pa-multi(pr-idx row-alliance)
               end-if
           end-if
           add row-weekly-seats to pa-seats(pr-idx row-alliance)
       .

       write-coverage-section section.
           move spaces to detail-line
           string "Alliance network coverage and overlap, as at "
                      delimited by size
                  pd-date delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move "Coverage by alliance" to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Alliance             Carriers Destinations"
                      delimited by size
                  " Countries Regions  City pairs  Weekly seats"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying al-idx from 1 by 1
                   until al-idx > alliance-count
               perform write-one-alliance
           end-perform
       .

       write-one-alliance section.
           move 0 to line-carriers
           perform varying cr-idx from 1 by 1
                   until cr-idx > carrier-count
               if cr-alliance(cr-idx) = al-idx and cr-used(cr-idx) = "Y"
                   add 1 to line-carriers
               end-if
           end-perform
      *> carriers flying that are not on the reference table at
      *> all have no entry to count, so UNALIGNED counts only
      *> the ones that are
           move 0 to line-airports
           move 0 to country-list-count region-list-count
           perform varying at-idx from 1 by 1
                   until at-idx > airport-count
               if at-served(at-idx al-idx) = "Y"
                   add 1 to line-airports
                   perform note-airport-country
                   perform note-airport-region
               end-if
           end-perform
           move 0 to line-pairs
           perform varying pr-idx from 1 by 1 until pr-idx > pair-count
               if pa-carrier(pr-idx al-idx) not = spaces
                   add 1 to line-pairs
               end-if
           end-perform
           move spaces to detail-line
           move al-name(al-idx) to detail-line(1:20)
           move line-carriers to count-edit
           move count-edit to detail-line(25:5)
           move line-airports to count-edit
           move count-edit to detail-line(38:5)
           move country-list-count to count-edit
           move count-edit to detail-line(48:5)
           move region-list-count to count-edit
           move count-edit to detail-line(56:5)
           move line-pairs to count-edit
           move count-edit to detail-line(68:5)
           move al-seats(al-idx) to seats-edit
           move seats-edit to detail-line(76:11)
           write report-rec from detail-line
       .

       note-airport-country section.
           if at-country(at-idx) = spaces
               exit section
           end-if
           move 0 to list-found
           perform varying list-idx from 1 by 1
                   until list-idx > country-list-count
               if cl-name(list-idx) = at-country(at-idx)
                   move 1 to list-found
                   exit perform
               end-if
           end-perform
           if list-found = 0 and country-list-count < 300
               add 1 to country-list-count
               move at-country(at-idx) to cl-name(country-list-count)
           end-if
       .

       note-airport-region section.
           if at-region(at-idx) = spaces
               exit section
           end-if
           move 0 to list-found
           perform varying list-idx from 1 by 1
                   until list-idx > region-list-count
               if rg-name(list-idx) = at-region(at-idx)
                   move 1 to list-found
                   exit perform
               end-if
           end-perform
           if list-found = 0 and region-list-count < 30
               add 1 to region-list-count
               move at-region(at-idx) to rg-name(region-list-count)
           end-if
       .

       write-overlap-section section.
       *> UNALIGNED is no alliance, so it neither makes a pair shared
       *> nor takes a pair away from the one alliance that flies it
           write report-rec from spaces
           move "City pairs served by more than one alliance"
               to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Pair        Weekly seats  Alliances"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying pr-idx from 1 by 1 until pr-idx > pair-count
               perform count-pair-alliances
               if pair-alliances > 1
                   add 1 to pairs-multi-alliance
                   perform write-multi-alliance-pair
               end-if
           end-perform

           write report-rec from spaces
           move "City pairs served by a single alliance member"
               to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Pair        Weekly seats  Carrier  Alliance"
                      delimited by size
                  "              Unaligned also" delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying pr-idx from 1 by 1 until pr-idx > pair-count
               perform count-pair-alliances
               if pair-alliances = 1
                   if pa-multi(pr-idx pair-only-alliance) not = "Y"
                       add 1 to pairs-single-member
                       perform write-single-member-pair
                   end-if
               end-if
           end-perform
       .

       count-pair-alliances section.
           move 0 to pair-alliances pair-only-alliance
           move 0 to pair-seats
           perform varying al-idx from 1 by 1
                   until al-idx > alliance-count
               add pa-seats(pr-idx al-idx) to pair-seats
               if al-idx not = unaligned-idx
                       and pa-carrier(pr-idx al-idx) not = spaces
                   add 1 to pair-alliances
                   move al-idx to pair-only-alliance
               end-if
           end-perform
       .

       write-multi-alliance-pair section.
           move spaces to detail-line
           string pr-low(pr-idx) delimited by space
                  "-" delimited by size
                  pr-high(pr-idx) delimited by space
                  into detail-line
           move pair-seats to seats-edit
           move seats-edit to detail-line(14:11)
           move 27 to list-ptr
           perform varying al-idx from 1 by 1
                   until al-idx >= unaligned-idx
               if pa-carrier(pr-idx al-idx) not = spaces
                   if list-ptr > 27
                       string ", " delimited by size
                           into detail-line with pointer list-ptr
                       end-string
                   end-if
                   string al-name(al-idx) delimited by "  "
                       into detail-line with pointer list-ptr
                   end-string
               end-if
           end-perform
           write report-rec from detail-line
       .

       write-single-member-pair section.
           move spaces to detail-line
           string pr-low(pr-idx) delimited by space
                  "-" delimited by size
                  pr-high(pr-idx) delimited by space
                  into detail-line
           move pair-seats to seats-edit
           move seats-edit to detail-line(14:11)
           move pa-carrier(pr-idx pair-only-alliance)
               to detail-line(27:3)
           move al-name(pair-only-alliance) to detail-line(36:20)
           if pa-carrier(pr-idx unaligned-idx) not = spaces
               move "Y" to detail-line(58:1)
           end-if
           write report-rec from detail-line
       .

       write-alliance-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Routes read          : " delimited by size
                  routes-read delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Routes counted       : " delimited by size
                  routes-counted delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Not in force         : " delimited by size
                  routes-not-in-force delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "City pairs           : " delimited by size
                  pair-count delimited by size
                  "  Shared: " delimited by size
                  pairs-multi-alliance delimited by size
                  "  Single member: " delimited by size
                  pairs-single-member delimited by size
                  into detail-line
           write report-rec from detail-line
           if alliances-overflowed = 1
               move spaces to detail-line
               string "** more than " delimited by size
                      max-alliances delimited by size
                      " alliances - excess counted as UNALIGNED"
                          delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           if airports-overflowed = 1 or pairs-overflowed = 1
               move spaces to detail-line
               string "** more than " delimited by size
                      max-airports delimited by size
                      " airports or " delimited by size
                      max-pairs delimited by size
                      " pairs - excess not counted" delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           if airlnm-status = "35"
               move "** no airline reference table - all UNALIGNED"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       close-files section.
           if airline-status = "00" or airline-status = "10"
               close airline-file
           end-if
           if airlnm-status = "00" or airlnm-status = "10"
               close airlnm-file
           end-if
           if airfile-available = 1
               close airfile
           end-if
           if country-file-available = 1
               close airctry-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRALNC" to rl-job-name
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
           move routes-counted to rl-out-count
           move routes-not-in-force to rl-reject-count
           move report-file-name to rl-report-file
           move "Alliance network coverage and overlap"
               to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airalnc.
