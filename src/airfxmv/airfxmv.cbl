      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Exchange-rate movements over a period for every currency a
      * station files its tariffs in on the airport cost table
      * (dd_airport_costs), off the dated rate history airfxld
      * keeps (dd_fx_history). The period is dd_fx_move_from to
      * dd_fx_move_to (YYYYMMDD); the end defaults to the
      * processing date and the start to 30 days before the end.
      * For each currency: the opening rate (the latest on or
      * before the start), the closing rate (the latest on or
      * before the end), the low and high across the rates dated
      * in the period, how many there were, and the change and
      * per cent change from open to close. A currency with no
      * rate before the start opens at its first rate in the
      * period; one with none at all is listed as having no
      * history. Report on dd_fx_move_report; writes the common
      * run log.
      *
      ******************************************************************
       program-id. airfxmv.

       select aircost-file assign aircost-file-name
           organization indexed
           record key is co-airport with no duplicates
           file status is aircost-status
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
       fd aircost-file.
       01 co-rec.
       copy "aircost.cpy" replacing ==(prefix)== by ==co==.

       fd airfxh-file.
       01 fh-rec.
       copy "airfxh.cpy" replacing ==(prefix)== by ==fh==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 aircost-file-name            pic x(80).
       01 airfxh-file-name             pic x(80).
       01 report-file-name             pic x(80).
       01 aircost-status               pic xx.
       01 airfxh-status                pic xx.
       01 report-status                pic xx.
       78 aircost-dat                  value "dd_airport_costs".
       78 airfxh-dat                   value "dd_fx_history".
       78 report-dat                   value "dd_fx_move_report".
       78 sel-from-dat                 value "dd_fx_move_from".
       78 sel-to-dat                   value "dd_fx_move_to".
       78 max-currencies               value 200.

       01 sel-from-date                pic x(8).
       01 sel-to-date                  pic x(8).
       01 sel-from-num                 pic 9(8).
       01 history-available            pic 9 value 0.

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

      *> the currencies on the cost table, kept in code order
       01 currency-table.
           03 cy-code                  pic x(3) occurs 200.
       01 currency-count               pic 9(3) value 0.
       01 cy-idx                       pic 9(3).
       01 cy-insert                    pic 9(3).
       01 cy-found                     pic 9.

       01 move-work.
           03 mv-open-rate             pic 9(5)v9(6).
           03 mv-open-date             pic x(8).
           03 mv-close-rate            pic 9(5)v9(6).
           03 mv-close-date            pic x(8).
           03 mv-low-rate              pic 9(5)v9(6).
           03 mv-high-rate             pic 9(5)v9(6).
           03 mv-first-rate            pic 9(5)v9(6).
           03 mv-first-date            pic x(8).
           03 mv-in-period             pic 9(4).
           03 mv-have-open             pic 9.
           03 mv-have-close            pic 9.
       01 mv-change                    pic s9(5)v9(6).
       01 mv-change-pct                pic s9(5)v99.
       01 more-rates                   pic x.

       01 rate-edit-open               pic z(4)9.9(6).
       01 rate-edit-close              pic z(4)9.9(6).
       01 rate-edit-low                pic z(4)9.9(6).
       01 rate-edit-high               pic z(4)9.9(6).
       01 change-edit                  pic -(5)9.9(6).
       01 pct-edit                     pic -(4)9.99.
       01 count-edit                   pic zzz9.
       01 note-text                    pic x(24).

       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 move-counters.
           03 costs-read               pic 9(7) value 0.
           03 currencies-reported      pic 9(7) value 0.
           03 currencies-no-history    pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform collect-currencies
           perform write-report-heading
           perform varying cy-idx from 1 by 1
                   until cy-idx > currency-count
               perform report-one-currency
           end-perform
           perform write-report-totals
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display sel-from-dat upon environment-name
           accept sel-from-date from environment-value
           display sel-to-dat upon environment-name
           accept sel-to-date from environment-value
           if sel-to-date = spaces or sel-to-date not numeric
               move pd-date to sel-to-date
           end-if
           if sel-from-date = spaces or sel-from-date not numeric
               compute sel-from-num = function date-of-integer(
                   function integer-of-date(
                       function numval(sel-to-date)) - 30)
               move sel-from-num to sel-from-date
           end-if

           display aircost-dat upon environment-name
           accept aircost-file-name from environment-value
           open input aircost-file
           if aircost-status not = "00"
               move "N" to more-input
               move "FAIL" to run-status-word
           end-if

           display airfxh-dat upon environment-name
           accept airfxh-file-name from environment-value
           open input airfxh-file
           if airfxh-status = "00"
               move 1 to history-available
           else
               move "FAIL" to run-status-word
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       collect-currencies section.
           perform until no-more-input
               read aircost-file next record
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to costs-read
                       if co-currency not = spaces
                           perform note-currency
                       end-if
               end-read
           end-perform
       .

       note-currency section.
       *> a currency not seen yet goes in at its place in code order
           move 0 to cy-found
           move currency-count to cy-insert
           add 1 to cy-insert
           perform varying cy-idx from 1 by 1
                   until cy-idx > currency-count or cy-found = 1
               if cy-code(cy-idx) = function upper-case(co-currency)
                   move 1 to cy-found
               else
                   if cy-code(cy-idx) > function upper-case(co-currency)
                           and cy-insert > currency-count
                       move cy-idx to cy-insert
                   end-if
               end-if
           end-perform
           if cy-found = 1 or currency-count >= max-currencies
               exit section
           end-if
           perform varying cy-idx from currency-count by -1
                   until cy-idx < cy-insert
               move cy-code(cy-idx) to cy-code(cy-idx + 1)
           end-perform
           move function upper-case(co-currency) to cy-code(cy-insert)
           add 1 to currency-count
       .

       write-report-heading section.
           move spaces to detail-line
           string "Exchange-rate movements " delimited by size
                  sel-from-date delimited by size
                  " to " delimited by size
                  sel-to-date delimited by size
                  "  (base-currency units per unit)"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           move spaces to detail-line
           string "Cur          Open         Close"
                      delimited by size
                  "           Low          High  Rates"
                      delimited by size
                  "        Change      %  Note" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       report-one-currency section.
           initialize move-work
           move spaces to note-text
           if history-available = 1
               perform find-opening-rate
               perform scan-period-rates
           end-if
           if mv-have-close = 0 and mv-in-period = 0
               add 1 to currencies-no-history
               move spaces to detail-line
               string cy-code(cy-idx) delimited by size
                      "  no rate history on or before "
                          delimited by size
                      sel-to-date delimited by size
                      into detail-line
               write report-rec from detail-line
               exit section
           end-if
           if mv-have-open = 0
               move mv-first-rate to mv-open-rate
               move mv-first-date to mv-open-date
               string "opens " delimited by size
                      mv-first-date delimited by size
                      into note-text
           end-if
           if mv-in-period = 0
               move mv-open-rate to mv-low-rate mv-high-rate
               move "no rates in period" to note-text
           end-if
           compute mv-change = mv-close-rate - mv-open-rate
           move 0 to mv-change-pct
           if mv-open-rate > 0
               compute mv-change-pct rounded =
                   mv-change / mv-open-rate * 100
           end-if
           add 1 to currencies-reported
           perform write-currency-line
       .

       find-opening-rate section.
       *> the latest rate on or before the start of the period
           move cy-code(cy-idx) to fh-currency
           compute fh-date-inverse =
               99999999 - function numval(sel-from-date)
           start airfxh-file key >= fh-key
               invalid key
                   exit section
           end-start
           read airfxh-file next record
               at end
                   exit section
           end-read
           if fh-currency = cy-code(cy-idx)
               move fh-rate to mv-open-rate
               move fh-rate-date to mv-open-date
               move 1 to mv-have-open
           end-if
       .

       scan-period-rates section.
       *> newest first from the end of the period back to its start;
       *> the first row met is the closing rate
           move cy-code(cy-idx) to fh-currency
           compute fh-date-inverse =
               99999999 - function numval(sel-to-date)
           move "Y" to more-rates
           start airfxh-file key >= fh-key
               invalid key
                   move "N" to more-rates
           end-start
           perform until more-rates = "N"
               read airfxh-file next record
                   at end
                       move "N" to more-rates
                   not at end
                       if fh-currency not = cy-code(cy-idx)
                           move "N" to more-rates
                       else
                           perform take-period-rate
                       end-if
               end-read
           end-perform
       .

       take-period-rate section.
           if mv-have-close = 0
               move fh-rate to mv-close-rate
               move fh-rate-date to mv-close-date
               move 1 to mv-have-close
           end-if
           if fh-rate-date < sel-from-date
               move "N" to more-rates
               exit section
           end-if
           add 1 to mv-in-period
           if mv-in-period = 1 or fh-rate < mv-low-rate
               move fh-rate to mv-low-rate
           end-if
           if mv-in-period = 1 or fh-rate > mv-high-rate
               move fh-rate to mv-high-rate
           end-if
           move fh-rate to mv-first-rate
           move fh-rate-date to mv-first-date
       .

       write-currency-line section.
           move mv-open-rate to rate-edit-open
           move mv-close-rate to rate-edit-close
           move mv-low-rate to rate-edit-low
           move mv-high-rate to rate-edit-high
           move mv-change to change-edit
           move mv-change-pct to pct-edit
           move mv-in-period to count-edit
           move spaces to detail-line
           string cy-code(cy-idx) delimited by size
                  " " delimited by size
                  rate-edit-open delimited by size
                  " " delimited by size
                  rate-edit-close delimited by size
                  " " delimited by size
                  rate-edit-low delimited by size
                  " " delimited by size
                  rate-edit-high delimited by size
                  "  " delimited by size
                  count-edit delimited by size
                  " " delimited by size
                  change-edit delimited by size
                  " " delimited by size
                  pct-edit delimited by size
                  "  " delimited by size
                  note-text delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-report-totals section.
           write report-rec from spaces
           move spaces to detail-line
           string "Stations read: " delimited by size
                  costs-read delimited by size
                  "  Currencies: " delimited by size
                  currency-count delimited by size
                  "  Reported: " delimited by size
                  currencies-reported delimited by size
                  "  No history: " delimited by size
                  currencies-no-history delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if aircost-status = "00" or aircost-status = "10"
               close aircost-file
           end-if
           if history-available = 1
               close airfxh-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRFXMV" to rl-job-name
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
           move costs-read to rl-in-count
           move currencies-reported to rl-out-count
           move currencies-no-history to rl-reject-count
           move report-file-name to rl-report-file
           move "Exchange-rate movements" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airfxmv.
