      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Nightly border-services audit of the route file. Every row
      * still in force on the processing date (airpdat) is
      * classified DOM or INTL from its two ends' countries - on
      * the ISO codes off airctry when both names are on it, else
      * on the master's country text - exactly as the schedule
      * answers tag them. An INTL row is listed when either end has
      * no customs or no immigration on the border-services table
      * (no row counts as none), or when its arrival, in the
      * destination's local clock on the processing date (UTC
      * offset plus any daylight-saving delta in force), falls
      * outside the destination's border-service hours; the
      * notice the destination needs outside hours is shown with
      * it. Report on dd_border_audit_out. Writes the common run
      * log.
      *
      ******************************************************************
       program-id. airbrdr.

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

       select airctry-file assign airctry-file-name
           organization indexed
           record key is ct-code with no duplicates
           alternate record key is ct-name with duplicates
           file status is airctry-status
           access dynamic.

       select airdst-file assign airdst-file-name
           organization indexed
           record key is dz-zone with no duplicates
           file status is airdst-status
           access dynamic.

       select airbsvc-file assign airbsvc-file-name
           organization indexed
           record key is bs-airport with no duplicates
           file status is airbsvc-status
           access dynamic.

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

       fd airctry-file.
       01 ct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==ct==.

       fd airdst-file.
       01 dz-rec.
       copy "airdst.cpy" replacing ==(prefix)== by ==dz==.

       fd airbsvc-file.
       01 bs-rec.
       copy "airbsvc.cpy" replacing ==(prefix)== by ==bs==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airline-file-name            pic x(80).
       01 airfile-name                 pic x(80).
       01 airctry-file-name            pic x(80).
       01 airdst-file-name             pic x(80).
       01 airbsvc-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airline-status               pic xx.
       01 file-status                  pic xx.
       01 airctry-status               pic xx.
       01 airdst-status                pic xx.
       01 airbsvc-status               pic xx.
       01 report-status                pic xx.
       78 airline-dat                  value "dd_airlines".
       78 airport-dat                  value "dd_airports".
       78 airctry-dat                  value "dd_countries".
       78 airdst-dat                   value "dd_dst_rules".
       78 airbsvc-dat                  value "dd_border_services".
       78 report-dat                   value "dd_border_audit_out".

       01 country-file-available       pic 9 value 0.
       01 dst-file-available           pic 9 value 0.
       01 bsvc-file-available          pic 9 value 0.
       01 more-routes                  pic x value "Y".
           88 no-more-routes           value "N".

       01 process-date                 pic x(8).
       01 process-mmdd                 pic x(4).
       01 dst-in-force                 pic 9.

      *> the route's two ends
       01 class-country-name           pic x(20).
       01 class-country-code           pic x(3).
       01 origin-country-name          pic x(20).
       01 origin-country-code          pic x(3).
       01 route-class                  pic x(4).
       01 dest-offset                  pic s9(2)v99.

      *> one end's border services
       01 check-airport                pic x(4).
       01 border-ok                    pic 9.
       01 border-text                  pic x(30).

       01 arr-local-mins               pic 9(4).
       01 win-open-mins                pic 9(4).
       01 win-close-mins               pic 9(4).
       01 outside-hours                pic 9.
       01 arr-hh                       pic 99.
       01 arr-mm                       pic 99.
       01 notice-edit                  pic zz9.

       01 finding-text                 pic x(60).
       01 detail-line                  pic x(132).

       01 border-counters.
           03 routes-read              pic 9(7) value 0.
           03 routes-intl              pic 9(7) value 0.
           03 routes-flagged           pic 9(7) value 0.

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
                       perform audit-one-route
               end-read
           end-perform
           perform write-report-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date
           move process-date(5:4) to process-mmdd

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

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airctry-dat upon environment-name
           accept airctry-file-name from environment-value
           open input airctry-file
           if airctry-status = "00"
               move 1 to country-file-available
           end-if

           display airdst-dat upon environment-name
           accept airdst-file-name from environment-value
           open input airdst-file
           if airdst-status = "00"
               move 1 to dst-file-available
           end-if

           display airbsvc-dat upon environment-name
           accept airbsvc-file-name from environment-value
           open input airbsvc-file
           if airbsvc-status = "00"
               move 1 to bsvc-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       audit-one-route section.
           if ar-eff-to not = spaces and ar-eff-to not = zeros
                   and ar-eff-to < process-date
               exit section
           end-if
           perform classify-route-ends
           if route-class not = "INTL"
               exit section
           end-if
           add 1 to routes-intl
           move ar-origin to check-airport
           perform check-border-services
           if border-ok = 0
               move spaces to finding-text
               string "origin " delimited by size
                      border-text delimited by size
                      into finding-text
               perform write-finding-line
           end-if
           move ar-dest to check-airport
           perform check-border-services
           if border-ok = 0
               move spaces to finding-text
               string "destination " delimited by size
                      border-text delimited by size
                      into finding-text
               perform write-finding-line
           else
               if bsvc-file-available = 1
                   perform check-arrival-hours
               end-if
           end-if
       .

       classify-route-ends section.
       *> DOM when both ends sit in the same country, INTL when
       *> not, spaces when either end is not on the master - the
       *> same reading as aircode's schedule answers. The
       *> destination's offset on the processing date is kept.
           move spaces to route-class
           move ar-origin to f-code
           read airfile
               invalid key
                   exit section
           end-read
           perform resolve-class-country
           move class-country-name to origin-country-name
           move class-country-code to origin-country-code
           move ar-dest to f-code
           read airfile
               invalid key
                   exit section
           end-read
           perform resolve-class-country
           perform resolve-dest-offset
           if origin-country-code not = spaces
                   and class-country-code not = spaces
               if origin-country-code = class-country-code
                   move "DOM" to route-class
               else
                   move "INTL" to route-class
               end-if
           else
               if origin-country-name = class-country-name
                   move "DOM" to route-class
               else
                   move "INTL" to route-class
               end-if
           end-if
       .

       resolve-class-country section.
           move function upper-case(f-country) to class-country-name
           move spaces to class-country-code
           if country-file-available = 1
               move class-country-name to ct-name
               read airctry-file key is ct-name
                   invalid key
                       continue
                   not invalid key
                       move ct-code to class-country-code
               end-read
           end-if
       .

       resolve-dest-offset section.
           move f-utc-offset to dest-offset
           if dst-file-available = 1 and f-dst-zone not = spaces
               move function upper-case(f-dst-zone) to dz-zone
               read airdst-file
                   invalid key
                       continue
                   not invalid key
                       perform test-dst-on-process-date
                       if dst-in-force = 1
                           compute dest-offset = dest-offset + dz-delta
                       end-if
               end-read
           end-if
       .

       test-dst-on-process-date section.
           move 0 to dst-in-force
           if dz-start-mmdd <= dz-end-mmdd
               if process-mmdd >= dz-start-mmdd
                       and process-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           else
      *> southern-hemisphere period spanning the turn of the year
               if process-mmdd >= dz-start-mmdd
                       or process-mmdd <= dz-end-mmdd
                   move 1 to dst-in-force
               end-if
           end-if
       .

       check-border-services section.
           move 1 to border-ok
           move spaces to border-text
           if bsvc-file-available = 0
               move 0 to border-ok
               move "no border services on file" to border-text
               exit section
           end-if
           move check-airport to bs-airport
           read airbsvc-file
               invalid key
                   move 0 to border-ok
                   move "has no border services" to border-text
               not invalid key
                   evaluate true
                       when not bs-has-customs
                               and not bs-has-immigration
                           move 0 to border-ok
                           move "has no customs or immigration"
                               to border-text
                       when not bs-has-customs
                           move 0 to border-ok
                           move "has no customs" to border-text
                       when not bs-has-immigration
                           move 0 to border-ok
                           move "has no immigration" to border-text
                       when other
                           continue
                   end-evaluate
           end-read
       .

       check-arrival-hours section.
       *> bs-rec still holds the destination's row
           if ar-arr-time not numeric
                   or bs-open-time not numeric
                   or bs-close-time not numeric
                   or bs-open-time = bs-close-time
               exit section
           end-if
           compute arr-local-mins =
               function mod(
                   function numval(ar-arr-time(1:2)) * 60
                   + function numval(ar-arr-time(3:2))
                   + dest-offset * 60 + 1440, 1440)
           compute win-open-mins =
               function numval(bs-open-time(1:2)) * 60
               + function numval(bs-open-time(3:2))
           compute win-close-mins =
               function numval(bs-close-time(1:2)) * 60
               + function numval(bs-close-time(3:2))
           move 0 to outside-hours
           if win-open-mins < win-close-mins
               if arr-local-mins < win-open-mins
                       or arr-local-mins >= win-close-mins
                   move 1 to outside-hours
               end-if
           else
      *> hours wrap midnight: open late, close next morning
               if arr-local-mins < win-open-mins
                       and arr-local-mins >= win-close-mins
                   move 1 to outside-hours
               end-if
           end-if
           if outside-hours = 1
               compute arr-hh = arr-local-mins / 60
               compute arr-mm = function mod(arr-local-mins, 60)
               move spaces to finding-text
               string "arrives " delimited by size
                      arr-hh delimited by size
                      arr-mm delimited by size
                      " outside border hours " delimited by size
                      bs-open-time delimited by size
                      "-" delimited by size
                      bs-close-time delimited by size
                      into finding-text
               if bs-notice-hours > 0
                   move bs-notice-hours to notice-edit
                   move spaces to detail-line
                   string finding-text delimited by "  "
                          " (" delimited by size
                          notice-edit delimited by size
                          "h notice)" delimited by size
                          into detail-line
                   move detail-line to finding-text
               end-if
               perform write-finding-line
           end-if
       .

       write-finding-line section.
           add 1 to routes-flagged
           move spaces to detail-line
           string ar-airline delimited by space
                  " " delimited by size
                  ar-flight-start delimited by size
                  "  " delimited by size
                  ar-origin delimited by space
                  "-" delimited by size
                  ar-dest delimited by space
                  into detail-line
           move finding-text to detail-line(20:)
           write report-rec from detail-line
       .

       write-report-heading section.
           move spaces to detail-line
           string "International routes and border services - "
                      delimited by size
                  process-date delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Routes read: " delimited by size
                  routes-read delimited by size
                  "  International: " delimited by size
                  routes-intl delimited by size
                  "  Findings: " delimited by size
                  routes-flagged delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           close airline-file
           close airfile
           if country-file-available = 1
               close airctry-file
           end-if
           if dst-file-available = 1
               close airdst-file
           end-if
           if bsvc-file-available = 1
               close airbsvc-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRBRDR" to rl-job-name
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
           move routes-flagged to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Border-services audit" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airbrdr.
