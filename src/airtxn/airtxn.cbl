      * correction batches, one transaction per line:
      *
      *   action,code,icao,name,city,country,lat,long,elev,utc,
      *   runway,size[,eff-date[,confirm]]
      *
      * where action is A (add), U (update), D (delete) or C (close)
      * and lat/long are signed decimal degrees. A close needs only
      * the code, and goes through only with Y in the confirm
      * column; every delete and close reports the counts of what
      * still names the airport - routes, staged changes, watch
      * lists, metro groups, alternates, runways - and a delete is
      * refused while a live route still uses the code (the
      * merge/re-code job moves those instead). Each transaction goes
      * through aircode's own add/update/delete functions, so the
      * operator authority check, the lat/long and country
      * validation, the record locking and the audit record all
           03 csv-runway               pic x(5).
           03 csv-size                 pic x.
           03 csv-eff-date             pic x(8).
           03 csv-confirm              pic x.

       01 decimal-degrees              comp-2.
       01 abs-degrees                  comp-2.
       01 angle-mins                   pic 9(6).

       01 row-valid                    pic 9.
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.
       01 scope-refused                pic 9.
       01 scope-country                pic x(20).
       01 reject-reason                pic x(30).

       01 detail-line                  pic x(132).
           unstring txn-rec delimited by ","
               into csv-action csv-code csv-icao csv-name csv-city
                    csv-country csv-lat csv-long csv-elev csv-utc
                    csv-runway csv-size csv-eff-date csv-confirm
           end-unstring
           move function upper-case(csv-action) to csv-action
           move function upper-case(csv-code) to csv-code
           move function upper-case(csv-confirm) to csv-confirm
       .

       validate-transaction section.
           move spaces to reject-reason
           evaluate true
               when csv-action not = "A" and csv-action not = "U"
                       and csv-action not = "D" and csv-action not = "C"
                   move 0 to row-valid
                   move "action not A/U/D/C" to reject-reason
               when csv-code = spaces
                   move 0 to row-valid
                   move "blank airport code" to reject-reason
           end-evaluate
       .

       build-closure-image section.
      *> a close is the record as it stands with the status flipped;
      *> an airport already closed reads as not found
           initialize tx-rec
           move csv-code to tx-airport1
           set get-details to true
           perform call-aircode-program
           if tx-file-status = "00"
               move "C" to tx-status
           end-if
       .

       write-dependants-line section.
           if dnt-summary = spaces
               exit section
           end-if
           move spaces to detail-line
           string "         " delimited by size
                  csv-code delimited by space
                  " still named by - " delimited by size
                  dnt-summary delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       build-record-image section.
           move csv-code to tx-code of tx-rec
           move function upper-case(csv-icao) to tx-icao

       apply-one-transaction section.
           initialize tx-rec
           initialize tx-dependants
           if csv-action = "C"
               perform build-closure-image
               if tx-file-status not = "00"
                   add 1 to rows-rejected
                   move spaces to detail-line
                   string "REJECTED C " delimited by size
                          csv-code delimited by space
                          " : not found or already closed"
                              delimited by size
                          into detail-line
                   write report-rec from detail-line
                   exit section
               end-if
               move csv-confirm to dnt-confirm
           end-if
           if csv-action = "A" or csv-action = "U"
               perform build-record-image
           end-if
           move csv-code to tx-airport1
                   set add-airport to true
               when "U"
                   set update-airport to true
               when "C"
                   set update-airport to true
               when "D"
                   set delete-airport to true
           end-evaluate
                      into detail-line
           end-if
           write report-rec from detail-line
           if csv-action = "C" or csv-action = "D"
               perform write-dependants-line
           end-if
       .

       stage-future-transaction section.
       *> the same pending-changes path keyed staged maintenance
       *> takes; the nightly airpapl run applies it on the day.
       *> The operator's data scope is checked now as well, so a
       *> change outside it is turned back today rather than on the
       *> night it falls due.
           if csv-action = "C" and csv-confirm not = "Y"
               add 1 to rows-rejected
               move spaces to detail-line
               string "REJECTED C " delimited by size
                      csv-code delimited by space
                      " : close needs Y in the confirm column"
                          delimited by size
                      into detail-line
               write report-rec from detail-line
               exit section
           end-if
           perform check-staging-scope
           if scope-refused = 1
               add 1 to rows-rejected
               move spaces to detail-line
               string "REJECTED " delimited by size
                      csv-action delimited by size
                      " " delimited by size
                      csv-code delimited by space
                      " : " delimited by size
                      sc-message delimited by size
                      into detail-line
               write report-rec from detail-line
               exit section
           end-if
           if csv-action = "C"
               perform build-closure-image
               if tx-file-status not = "00"
                   add 1 to rows-rejected
                   move spaces to detail-line
                   string "REJECTED C " delimited by size
                          csv-code delimited by space
                          " : not found or already closed"
                              delimited by size
                          into detail-line
                   write report-rec from detail-line
                   exit section
               end-if
           end-if
           perform open-pending-if-needed
           if pending-file-open = 0
               add 1 to rows-rejected
                       move "7" to pc-function
                   when "U"
                       move "8" to pc-function
                   when "C"
                       move "8" to pc-function
                   when "D"
                       move "9" to pc-function
               end-evaluate
               move csv-code to pc-code
               move txn-operator to pc-operator
               set pc-pending to true
               if csv-action = "A" or csv-action = "U"
                   initialize tx-rec
                   perform build-record-image
                   move tx-rec to pc-new-rec
               end-if
      *> the confirm is taken now, at staging; airpapl applies a
      *> staged close on the strength of it, to the record as it
      *> stands that night
               if csv-action = "C"
                   set pc-staged-close to true
                   move tx-rec to pc-new-rec
               end-if
               write pc-rec
                   invalid key
                       add 1 to rows-rejected
           end-if
       .

       check-staging-scope section.
       *> the record as it stands (read through aircode's details
       *> lookup) for an update or delete, and the country an add
       *> or update gives it
           move 0 to scope-refused
           if csv-action not = "A"
               initialize tx-rec
               move csv-code to tx-airport1
               set get-details to true
               perform call-aircode-program
               if tx-file-status = "00"
                   move tx-country to scope-country
                   perform check-one-scope-country
               end-if
           end-if
           if csv-action not = "D"
               move function upper-case(csv-country) to scope-country
               perform check-one-scope-country
           end-if
       .

       check-one-scope-country section.
           if scope-refused = 1 or scope-country = spaces
               exit section
           end-if
           move "O" to sc-request
           move txn-operator to sc-operator-id
           move scope-country to sc-country
           call "airscop" using sc-scope-area
           if sc-out-of-scope
               move 1 to scope-refused
           end-if
       .

       open-pending-if-needed section.
           if pending-file-open = 0
               display airpend-dat upon environment-name
                                by reference tx-facility-info
                                by reference tx-report-currency
                                by reference tx-query-criteria
                                by reference tx-fare-request
                                by reference tx-weather-info
                                by reference tx-sun-info
                                by reference tx-approval-request
                                by reference tx-target-scope
                                by reference tx-fir-result
                                by reference tx-tanker-result
                                by reference tx-dependants
                                by reference tx-reversal
                                by reference tx-annotations
                                by reference tx-fx-as-of-date
                                by reference tx-city-centre
                                by reference tx-language
                                by reference tx-target-grant
       .

       close-files section.
