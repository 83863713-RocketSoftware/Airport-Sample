      * e.g. "GBP,1.171250,20260902" - units of the installation's
      * base currency per one unit of the quoted currency, dated.
      * Rebuilt from scratch on each daily run from the treasury
      * extract. Every rate loaded is also added to the dated rate
      * history (dd_fx_history, created the first time), keyed by
      * currency and rate date - a line with no date is dated the
      * processing date - so the day's rates are still there after
      * the table is next rebuilt. A rerun for the same date
      * replaces that date's row.
      *
      ******************************************************************
       program-id. airfxld.
           file status is airfx-status
           access dynamic.

       select airfxh-file assign airfxh-file-name
           organization indexed
           record key is fh-key with no duplicates
           file status is airfxh-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(30).
       01 fx-rec.
       copy "airfx.cpy" replacing ==(prefix)== by ==fx==.

       fd airfxh-file.
       01 fh-rec.
       copy "airfxh.cpy" replacing ==(prefix)== by ==fh==.

       working-storage section.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 csv-file-name                pic x(80).
       01 airfx-file-name              pic x(80).
       01 csv-status                   pic xx.
       01 airfx-status                 pic xx.
       01 airfxh-file-name             pic x(80).
       01 airfxh-status                pic xx.
       78 csv-dat                      value "dd_fx_feed".
       78 airfx-dat                    value "dd_fx_rates".
       78 airfxh-dat                   value "dd_fx_history".
       01 history-available            pic 9 value 0.

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".
           03 records-read             pic 9(5) value 0.
           03 records-loaded           pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.
           03 history-added            pic 9(5) value 0.
           03 history-replaced         pic 9(5) value 0.

       procedure division.
       main section.
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display csv-dat upon environment-name
           accept csv-file-name from environment-value
           open input csv-file
           display airfx-dat upon environment-name
           accept airfx-file-name from environment-value
           open output airfx-file

           display airfxh-dat upon environment-name
           accept airfxh-file-name from environment-value
           if airfxh-file-name not = spaces
               open i-o airfxh-file
               if airfxh-status = "35"
                   open output airfxh-file
                   close airfxh-file
                   open i-o airfxh-file
               end-if
               if airfxh-status = "00"
                   move 1 to history-available
               end-if
           end-if
       .

       load-one-rate section.
                           add 1 to records-rejected
                       not invalid key
                           add 1 to records-loaded
                           perform add-history-rate
                   end-write
               end-if
           end-if
       .

       add-history-rate section.
           if history-available = 0
               exit section
           end-if
           initialize fh-rec
           move fx-currency to fh-currency
           move fx-rate to fh-rate
           move fx-rate-date to fh-rate-date
           if fh-rate-date = spaces or fh-rate-date not numeric
               move pd-date to fh-rate-date
           end-if
           compute fh-date-inverse =
               99999999 - function numval(fh-rate-date)
           move pd-date to fh-loaded-on
           write fh-rec
               invalid key
                   rewrite fh-rec
                   add 1 to history-replaced
               not invalid key
                   add 1 to history-added
           end-write
       .

       display-summary section.
           display "Exchange-rate load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
           display "  History added    : " history-added
           display "  History replaced : " history-replaced
       .

       close-files section.
           close csv-file
           close airfx-file
           if history-available = 1
               close airfxh-file
           end-if
       .

       end program airfxld.
