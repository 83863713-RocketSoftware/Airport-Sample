      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Loader for the published fare table. Takes the fare
      * filing extract, one fare per line:
      *
      *   origin,dest,airline,class,amount,currency,from,to,journey
      *
      * (amount in the filing currency with its decimal point,
      * from/to YYYYMMDD validity dates - blank is open-ended -
      * journey O one-way or R return, blank taken as O),
      * validates each row's origin and destination against
      * airfile, its airline against the airline reference table
      * and its currency against the exchange-rate table (each
      * only when the reference is configured), and makes the
      * fare file match the extract with a sorted match/merge on
      * the fare key, exactly as airrtld does for routes: new keys
      * added, changed rows rewritten, keys no longer filed
      * dropped. Rejected rows go to the common reject file for
      * repair; an existing fare whose row is rejected is left as
      * it stands rather than dropped. Writes the common run log.
      *
      ******************************************************************
       program-id. airfrld.

       select feed-file assign feed-file-name
           organization line sequential
           file status is feed-status.

       select sort-feed assign to "sortwk11".

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airfare-file assign airfare-file-name
           organization indexed
           record key is fa-key with no duplicates
           file status is airfare-status
           access dynamic.

       select airlnm-file assign airlnm-file-name
           organization indexed
           record key is an-code with no duplicates
           file status is airlnm-status
           access dynamic.

       select airfx-file assign airfx-file-name
           organization indexed
           record key is fx-currency with no duplicates
           file status is airfx-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd feed-file.
       01 feed-rec                     pic x(200).

       sd sort-feed.
       01 sf-rec.
           03 sf-key.
               05 sf-origin            pic x(4).
               05 sf-dest              pic x(4).
               05 sf-airline           pic x(3).
               05 sf-fare-class        pic x.
           03 sf-amount                pic 9(7)v99.
           03 sf-currency              pic x(3).
           03 sf-valid-from            pic x(8).
           03 sf-valid-to              pic x(8).
           03 sf-journey               pic x.
           03 sf-valid                 pic x.
               88 sf-row-valid         value "Y".

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airfare-file.
       01 fa-rec.
       copy "airfare.cpy" replacing ==(prefix)== by ==fa==.

       fd airlnm-file.
       01 an-rec.
       copy "airlnm.cpy" replacing ==(prefix)== by ==an==.

       fd airfx-file.
       01 fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 feed-file-name               pic x(80).
       01 airfile-name                 pic x(80).
       01 airfare-file-name            pic x(80).
       01 airlnm-file-name             pic x(80).
       01 airfx-file-name              pic x(80).
       01 report-file-name             pic x(80).
       01 feed-status                  pic xx.
       01 file-status                  pic xx.
       01 airfare-status               pic xx.
       01 airlnm-status                pic xx.
       01 airfx-status                 pic xx.
       01 report-status                pic xx.
       78 feed-dat                     value "dd_fare_feed".
       78 airport-dat                  value "dd_airports".
       78 airfare-dat                  value "dd_fares".
       78 airlnm-dat                   value "dd_airline_names".
       78 airfx-dat                    value "dd_fx_rates".
       78 report-dat                   value "dd_fare_load_out".

       01 airline-ref-available        pic 9 value 0.
       01 fx-file-available            pic 9 value 0.

       01 csv-fields.
           03 csv-origin               pic x(4).
           03 csv-dest                 pic x(4).
           03 csv-airline              pic x(3).
           03 csv-class                pic x.
           03 csv-amount               pic x(12).
           03 csv-currency             pic x(3).
           03 csv-from                 pic x(8).
           03 csv-to                   pic x(8).
           03 csv-journey              pic x.

       01 reject-reason                pic x(30).
       01 endpoint-ok                  pic 9.
       01 check-code                   pic x(4).

       01 more-feed-input              pic x value "Y".
           88 no-more-feed-input       value "N".
       01 more-feed-sorted             pic x value "Y".
           88 no-more-feed-sorted      value "N".
       01 more-fares                   pic x value "Y".
           88 no-more-fares            value "N".

       01 fare-changed                 pic x.
           88 fare-fields-differ       value "Y".

       01 detail-line                  pic x(132).

       01 load-counters.
           03 rows-read                pic 9(7) value 0.
           03 rows-rejected            pic 9(7) value 0.
           03 fares-added              pic 9(7) value 0.
           03 fares-changed            pic 9(7) value 0.
           03 fares-dropped            pic 9(7) value 0.
           03 fares-unchanged          pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           sort sort-feed
               on ascending key sf-key
               input procedure is load-feed-into-sort
               output procedure is merge-feed-into-fares
           perform write-load-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airfare-dat upon environment-name
           accept airfare-file-name from environment-value
           open i-o airfare-file
           if airfare-status = "35"
               open output airfare-file
               close airfare-file
               open i-o airfare-file
           end-if

           display airlnm-dat upon environment-name
           accept airlnm-file-name from environment-value
           open input airlnm-file
           if airlnm-status = "00"
               move 1 to airline-ref-available
           end-if

           display airfx-dat upon environment-name
           accept airfx-file-name from environment-value
           open input airfx-file
           if airfx-status = "00"
               move 1 to fx-file-available
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       load-feed-into-sort section.
           display feed-dat upon environment-name
           accept feed-file-name from environment-value
           open input feed-file
           if feed-status not = "00"
               move "N" to more-feed-input
           end-if
           perform until no-more-feed-input
               read feed-file into feed-rec
                   at end
                       move "N" to more-feed-input
                   not at end
                       add 1 to rows-read
                       perform parse-feed-row
                       perform validate-feed-row
                       if not sf-row-valid
                           add 1 to rows-rejected
                           perform report-rejected-row
                           perform write-common-reject
                       end-if
                       release sf-rec
               end-read
           end-perform
           close feed-file
       .

       parse-feed-row section.
           initialize csv-fields
           unstring feed-rec delimited by ","
               into csv-origin csv-dest csv-airline csv-class
                    csv-amount csv-currency
                    csv-from csv-to csv-journey
           end-unstring
           initialize sf-rec
           move function upper-case(csv-origin) to sf-origin
           move function upper-case(csv-dest) to sf-dest
           move function upper-case(csv-airline) to sf-airline
           move function upper-case(csv-class) to sf-fare-class
           move function upper-case(csv-currency) to sf-currency
           move csv-from to sf-valid-from
           move csv-to to sf-valid-to
           move function upper-case(csv-journey) to sf-journey
           if sf-journey = space
               move "O" to sf-journey
           end-if
           if csv-amount not = spaces
                   and function test-numval(csv-amount) = 0
               compute sf-amount = function numval(csv-amount)
           end-if
       .

       validate-feed-row section.
           move "Y" to sf-valid
           move spaces to reject-reason
           if sf-origin = spaces or sf-dest = spaces
                   or sf-airline = spaces or sf-fare-class = spaces
               move "N" to sf-valid
               move "blank origin/dest/airline/class" to reject-reason
           else
               if sf-amount = 0
                   move "N" to sf-valid
                   move "amount missing or not numeric"
                       to reject-reason
               end-if
               if sf-journey not = "O" and sf-journey not = "R"
                   move "N" to sf-valid
                   move "journey not O or R" to reject-reason
               end-if
               if (csv-from not = spaces and csv-from not numeric)
                       or (csv-to not = spaces and csv-to not numeric)
                   move "N" to sf-valid
                   move "validity date not numeric" to reject-reason
               else
                   if csv-from not = spaces and csv-to not = spaces
                           and csv-from > csv-to
                       move "N" to sf-valid
                       move "valid-from after valid-to"
                           to reject-reason
                   end-if
               end-if
           end-if
           if sf-row-valid
               move sf-origin to check-code
               perform check-endpoint-airport
               if endpoint-ok = 0
                   move "N" to sf-valid
                   move "origin not on airfile/closed"
                       to reject-reason
               end-if
           end-if
           if sf-row-valid
               move sf-dest to check-code
               perform check-endpoint-airport
               if endpoint-ok = 0
                   move "N" to sf-valid
                   move "dest not on airfile/closed" to reject-reason
               end-if
           end-if
           if sf-row-valid and airline-ref-available = 1
               move sf-airline to an-code
               read airlnm-file
                   invalid key
                       move "N" to sf-valid
                       move "airline not on reference"
                           to reject-reason
               end-read
           end-if
      *> a blank currency is the installation's base and needs no
      *> rate; anything else has to be convertible or the quote
      *> would silently treat it as base units
           if sf-row-valid and sf-currency not = spaces
                   and fx-file-available = 1
               move sf-currency to fx-currency
               read airfx-file
                   invalid key
                       move "N" to sf-valid
                       move "currency not on rate table"
                           to reject-reason
               end-read
           end-if
       .

       check-endpoint-airport section.
           move 0 to endpoint-ok
           move check-code to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   if not f-closed
                       move 1 to endpoint-ok
                   end-if
           end-read
       .

       write-common-reject section.
           move "AIRFRLD" to wr-source-job
           move reject-reason to wr-reason
           move feed-rec to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       report-rejected-row section.
           move spaces to detail-line
           string "REJECT   " delimited by size
                  sf-origin delimited by space
                  "-" delimited by size
                  sf-dest delimited by space
                  " (" delimited by size
                  sf-airline delimited by space
                  "/" delimited by size
                  sf-fare-class delimited by size
                  ") : " delimited by size
                  reject-reason delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       merge-feed-into-fares section.
       *> an absent or empty extract is a failed transfer, not a
       *> withdrawal of every fare on file - with nothing read the
       *> merge does not touch the fare file at all.
           if rows-read = 0
               move "Feed missing or empty - fares left untouched"
                   to detail-line
               write report-rec from detail-line
               move 8 to return-code
           else
               move low-values to fa-key
               start airfare-file key >= fa-key
                   invalid key
                       move "N" to more-fares
                   not invalid key
                       perform read-next-fare
               end-start
               perform read-next-sorted-feed
               perform match-merge-loop
                   until no-more-feed-sorted and no-more-fares
           end-if
       .

       read-next-sorted-feed section.
           return sort-feed
               at end
                   move "N" to more-feed-sorted
           end-return
       .

       read-next-fare section.
           read airfare-file next record
               at end
                   move "N" to more-fares
           end-read
           if airfare-status not = "00" and airfare-status not = "02"
               move "N" to more-fares
           end-if
       .

       match-merge-loop section.
           evaluate true
               when no-more-feed-sorted
                   perform drop-one-fare
                   perform read-next-fare
               when no-more-fares
                   perform add-one-fare
                   perform read-next-sorted-feed
               when sf-key < fa-key
                   perform add-one-fare
                   perform read-next-sorted-feed
               when sf-key > fa-key
                   perform drop-one-fare
                   perform read-next-fare
               when other
                   perform apply-matched-fare
                   perform read-next-sorted-feed
                   perform read-next-fare
           end-evaluate
       .

       add-one-fare section.
           if sf-row-valid
               initialize fa-rec
               move sf-key to fa-key
               move sf-amount to fa-amount
               move sf-currency to fa-currency
               move sf-valid-from to fa-valid-from
               move sf-valid-to to fa-valid-to
               move sf-journey to fa-journey
               write fa-rec
                   invalid key
                       add 1 to rows-rejected
                   not invalid key
                       add 1 to fares-added
               end-write
           end-if
       .

       drop-one-fare section.
           delete airfare-file record
           add 1 to fares-dropped
           move spaces to detail-line
           string "DROP     " delimited by size
                  fa-origin delimited by space
                  "-" delimited by size
                  fa-dest delimited by space
                  " (" delimited by size
                  fa-airline delimited by space
                  "/" delimited by size
                  fa-fare-class delimited by size
                  ")" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       apply-matched-fare section.
       *> a matched key with a rejected row keeps the fare it
       *> already has - a malformed filing line is not a withdrawal
           if sf-row-valid
               move "N" to fare-changed
               if sf-amount not = fa-amount
                       or sf-currency not = fa-currency
                       or sf-valid-from not = fa-valid-from
                       or sf-valid-to not = fa-valid-to
                       or sf-journey not = fa-journey
                   move "Y" to fare-changed
               end-if
               if fare-fields-differ
                   move sf-amount to fa-amount
                   move sf-currency to fa-currency
                   move sf-valid-from to fa-valid-from
                   move sf-valid-to to fa-valid-to
                   move sf-journey to fa-journey
                   rewrite fa-rec
                   add 1 to fares-changed
               else
                   add 1 to fares-unchanged
               end-if
           else
               add 1 to fares-unchanged
           end-if
       .

       write-load-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Feed rows read   : " delimited by size
                  rows-read delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Rows rejected    : " delimited by size
                  rows-rejected delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Fares added      : " delimited by size
                  fares-added delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Fares changed    : " delimited by size
                  fares-changed delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Fares dropped    : " delimited by size
                  fares-dropped delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Fares unchanged  : " delimited by size
                  fares-unchanged delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-run-log-start section.
           move "AIRFRLD" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           if return-code = 0
               move "OK" to rl-status
           else
               move "FAIL" to rl-status
           end-if
           move rows-read to rl-in-count
           compute rl-out-count =
               fares-added + fares-changed + fares-unchanged
           move rows-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Fare table load" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       close-files section.
           close airfile
           close airfare-file
           if airline-ref-available = 1
               close airlnm-file
           end-if
           if fx-file-available = 1
               close airfx-file
           end-if
           close report-file
       .

       end program airfrld.
