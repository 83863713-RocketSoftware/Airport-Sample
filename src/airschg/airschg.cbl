      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Schedule change report between successive route-file loads.
      * Matches the previous generation airrtld unloaded before its
      * last merge (dd_airline_prev) against the airline-file as the
      * load left it, on ar-key, and reports every difference:
      *
      *   NEW          route key on the new file only
      *   CANCELLED    route key on the previous generation only
      *   RETIMED      departure or arrival time moved
      *   REDAYED      Mon-Sun operating mask changed
      *   RE-EQUIPPED  aircraft type changed
      *   RE-DATED     effective from/to dates changed
      *
      * A row changed in more than one way is listed once for each.
      * Changes are grouped by airport - each appears under both
      * its origin and its destination, so every station sees its
      * own - and the report closes with the change counts per
      * airline. Report on dd_schedule_change_out. Writes the
      * common run log.
      *
      ******************************************************************
       program-id. airschg.

       select prevgen-file assign prevgen-file-name
           organization line sequential
           file status is prevgen-status.

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

       select sort-changes assign to "sortwk13".

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd prevgen-file.
       01 pv-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==pv==.

       fd airline-file.
       01 ar-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==ar==.

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       sd sort-changes.
       01 sc-rec.
           03 sc-sort-key.
               05 sc-airport           pic x(4).
               05 sc-change-rank       pic 9.
               05 sc-route-key.
                   07 sc-origin        pic x(4).
                   07 sc-dest          pic x(4).
                   07 sc-airline       pic x(3).
           03 sc-flight                pic 9(4).
           03 sc-old-value             pic x(20).
           03 sc-new-value             pic x(20).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 prevgen-file-name            pic x(80).
       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 report-file-name             pic x(80).
       01 prevgen-status               pic xx.
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 report-status                pic xx.
       78 prevgen-dat                  value "dd_airline_prev".
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 report-dat                   value "dd_schedule_change_out".
       78 max-airlines                 value 200.

       01 prevgen-available            pic 9 value 0.
       01 more-previous                pic x value "Y".
           88 no-more-previous         value "N".
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".
       01 more-changes                 pic x value "Y".
           88 no-more-changes          value "N".

      *> the change words, in report order
       01 change-names.
           03 filler                   pic x(11) value "NEW".
           03 filler                   pic x(11) value "CANCELLED".
           03 filler                   pic x(11) value "RETIMED".
           03 filler                   pic x(11) value "REDAYED".
           03 filler                   pic x(11) value "RE-EQUIPPED".
           03 filler                   pic x(11) value "RE-DATED".
       01 change-name-table redefines change-names.
           03 change-name              pic x(11) occurs 6.
       01 change-rank                  pic 9.

      *> change counts per airline
       01 airline-counts.
           03 airline-count-row occurs 200.
               05 ac-airline           pic x(3).
               05 ac-count             pic 9(5) occurs 6.
       01 airline-count-rows           pic 9(3) value 0.
       01 airlines-overflowed          pic 9 value 0.
       01 ac-idx                       pic 9(3).
       01 rank-idx                     pic 9.
       01 total-by-change              pic 9(7) occurs 6.

       01 current-airport              pic x(4).
       01 edit-count                   pic zzzzz9.
       01 detail-line                  pic x(132).

       01 change-counters.
           03 previous-read            pic 9(7) value 0.
           03 routes-read              pic 9(7) value 0.
           03 routes-changed           pic 9(7) value 0.
           03 changes-found            pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if prevgen-available = 0
               display "dd_airline_prev - no previous generation"
               move 8 to return-code
           else
               sort sort-changes
                   on ascending key sc-sort-key
                   input procedure is compare-generations
                   output procedure is write-changes-by-airport
               perform write-airline-counts
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display prevgen-dat upon environment-name
           accept prevgen-file-name from environment-value
           if prevgen-file-name not = spaces
               open input prevgen-file
               if prevgen-status = "00"
                   move 1 to prevgen-available
               end-if
           end-if

           display airline-dat upon environment-name
           accept airline-file-name from environment-value
           open input airline-file
           if airline-status not = "00"
               move "N" to more-routes
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       compare-generations section.
      *> both sides arrive in route-key order: the previous
      *> generation was unloaded in key order and the airline-file
      *> is read along its prime key
           perform read-next-previous
           if more-routes = "Y"
               move low-values to ar-key
               start airline-file key >= ar-key
                   invalid key
                       move "N" to more-routes
                   not invalid key
                       perform read-next-route
               end-start
           end-if
           perform until no-more-previous and no-more-routes
               evaluate true
                   when no-more-previous
                       perform note-new-route
                       perform read-next-route
                   when no-more-routes
                       perform note-cancelled-route
                       perform read-next-previous
                   when ar-key < pv-key
                       perform note-new-route
                       perform read-next-route
                   when ar-key > pv-key
                       perform note-cancelled-route
                       perform read-next-previous
                   when other
                       perform compare-matched-route
                       perform read-next-previous
                       perform read-next-route
               end-evaluate
           end-perform
       .

       read-next-previous section.
           read prevgen-file
               at end
                   move "N" to more-previous
               not at end
                   add 1 to previous-read
           end-read
       .

       read-next-route section.
           read airline-file next record
               at end
                   move "N" to more-routes
               not at end
                   add 1 to routes-read
           end-read
           if airline-status not = "00" and airline-status not = "02"
               move "N" to more-routes
           end-if
       .

       note-new-route section.
           move ar-key to sc-route-key
           move ar-flight-start to sc-flight
           move spaces to sc-old-value sc-new-value
           string ar-dep-time delimited by size
                  "/" delimited by size
                  ar-arr-time delimited by size
                  " " delimited by size
                  ar-days-of-week delimited by size
                  into sc-new-value
           move 1 to change-rank
           add 1 to routes-changed
           perform release-change
       .

       note-cancelled-route section.
           move pv-key to sc-route-key
           move pv-flight-start to sc-flight
           move spaces to sc-old-value sc-new-value
           string pv-dep-time delimited by size
                  "/" delimited by size
                  pv-arr-time delimited by size
                  " " delimited by size
                  pv-days-of-week delimited by size
                  into sc-old-value
           move 2 to change-rank
           add 1 to routes-changed
           perform release-change
       .

       compare-matched-route section.
           move ar-key to sc-route-key
           move ar-flight-start to sc-flight
           if pv-dep-time not = ar-dep-time
                   or pv-arr-time not = ar-arr-time
                   or pv-days-of-week not = ar-days-of-week
                   or pv-equip-type not = ar-equip-type
                   or pv-eff-from not = ar-eff-from
                   or pv-eff-to not = ar-eff-to
               add 1 to routes-changed
           end-if
           if pv-dep-time not = ar-dep-time
                   or pv-arr-time not = ar-arr-time
               move spaces to sc-old-value sc-new-value
               string pv-dep-time delimited by size
                      "/" delimited by size
                      pv-arr-time delimited by size
                      into sc-old-value
               string ar-dep-time delimited by size
                      "/" delimited by size
                      ar-arr-time delimited by size
                      into sc-new-value
               move 3 to change-rank
               perform release-change
           end-if
           if pv-days-of-week not = ar-days-of-week
               move pv-days-of-week to sc-old-value
               move ar-days-of-week to sc-new-value
               move 4 to change-rank
               perform release-change
           end-if
           if pv-equip-type not = ar-equip-type
               move pv-equip-type to sc-old-value
               move ar-equip-type to sc-new-value
               move 5 to change-rank
               perform release-change
           end-if
           if pv-eff-from not = ar-eff-from
                   or pv-eff-to not = ar-eff-to
               move spaces to sc-old-value sc-new-value
               string pv-eff-from delimited by size
                      "-" delimited by size
                      pv-eff-to delimited by size
                      into sc-old-value
               string ar-eff-from delimited by size
                      "-" delimited by size
                      ar-eff-to delimited by size
                      into sc-new-value
               move 6 to change-rank
               perform release-change
           end-if
       .

       release-change section.
      *> once under the origin and once under the destination
           add 1 to changes-found
           perform count-airline-change
           move change-rank to sc-change-rank
           move sc-origin to sc-airport
           release sc-rec
           if sc-dest not = sc-origin
               move sc-dest to sc-airport
               release sc-rec
           end-if
       .

       count-airline-change section.
           perform varying ac-idx from 1 by 1
                   until ac-idx > airline-count-rows
                      or ac-airline(ac-idx) = sc-airline
               continue
           end-perform
           if ac-idx > airline-count-rows
               if airline-count-rows >= max-airlines
                   move 1 to airlines-overflowed
                   exit section
               end-if
               add 1 to airline-count-rows
               move sc-airline to ac-airline(ac-idx)
               perform varying rank-idx from 1 by 1
                       until rank-idx > 6
                   move 0 to ac-count(ac-idx, rank-idx)
               end-perform
           end-if
           add 1 to ac-count(ac-idx, change-rank)
       .

       write-changes-by-airport section.
           move spaces to detail-line
           string "Schedule changes since the previous route load"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to current-airport
           perform read-next-change
           if no-more-changes
               write report-rec from spaces
               move "  (no changes)" to detail-line
               write report-rec from detail-line
           end-if
           perform until no-more-changes
               if sc-airport not = current-airport
                   move sc-airport to current-airport
                   perform write-airport-heading
               end-if
               perform write-one-change
               perform read-next-change
           end-perform
       .

       read-next-change section.
           return sort-changes
               at end
                   move "N" to more-changes
           end-return
       .

       write-airport-heading section.
           write report-rec from spaces
           move current-airport to f-code
           move spaces to f-name
           read airfile
               invalid key
                   move spaces to f-name
           end-read
           move spaces to detail-line
           string current-airport delimited by space
                  " " delimited by size
                  f-name delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-one-change section.
           move spaces to detail-line
           string "  " delimited by size
                  change-name(sc-change-rank) delimited by size
                  "  " delimited by size
                  sc-airline delimited by space
                  " " delimited by size
                  sc-flight delimited by size
                  "  " delimited by size
                  sc-origin delimited by space
                  "-" delimited by size
                  sc-dest delimited by space
                  into detail-line
           evaluate sc-change-rank
               when 1
                   string "now " delimited by size
                          sc-new-value delimited by size
                          into detail-line(40:)
               when 2
                   string "was " delimited by size
                          sc-old-value delimited by size
                          into detail-line(40:)
               when other
                   string sc-old-value delimited by size
                          " -> " delimited by size
                          sc-new-value delimited by size
                          into detail-line(40:)
           end-evaluate
           write report-rec from detail-line
       .

       write-airline-counts section.
           write report-rec from spaces
           move "CHANGES BY AIRLINE" to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           move "Airline" to detail-line(3:7)
           perform varying rank-idx from 1 by 1 until rank-idx > 6
               move change-name(rank-idx)(1:6)
                   to detail-line(rank-idx * 7 + 4:6)
               move 0 to total-by-change(rank-idx)
           end-perform
           write report-rec from detail-line
           perform varying ac-idx from 1 by 1
                   until ac-idx > airline-count-rows
               move spaces to detail-line
               move ac-airline(ac-idx) to detail-line(5:3)
               perform varying rank-idx from 1 by 1
                       until rank-idx > 6
                   move ac-count(ac-idx, rank-idx) to edit-count
                   move edit-count
                       to detail-line(rank-idx * 7 + 4:6)
                   add ac-count(ac-idx, rank-idx)
                       to total-by-change(rank-idx)
               end-perform
               write report-rec from detail-line
           end-perform
           move spaces to detail-line
           move "Total" to detail-line(3:5)
           perform varying rank-idx from 1 by 1 until rank-idx > 6
               move total-by-change(rank-idx) to edit-count
               move edit-count to detail-line(rank-idx * 7 + 4:6)
           end-perform
           write report-rec from detail-line
           if airlines-overflowed = 1
               move spaces to detail-line
               string "  (airline table full - " delimited by size
                      "further airlines not counted)" delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           write report-rec from spaces
           move spaces to detail-line
           string "Previous routes: " delimited by size
                  previous-read delimited by size
                  "  Current routes: " delimited by size
                  routes-read delimited by size
                  "  Routes changed: " delimited by size
                  routes-changed delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if prevgen-available = 1
               close prevgen-file
           end-if
           close airline-file
           close airfile
           close report-file
       .

       write-run-log-start section.
           move "AIRSCHG" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           if prevgen-available = 0
               move "FAIL" to rl-status
           else
               move "OK" to rl-status
           end-if
           move routes-read to rl-in-count
           move changes-found to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Schedule changes between loads" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airschg.
