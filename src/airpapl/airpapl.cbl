      * happen exactly as they would have at a terminal, just on the
      * effective day instead of the keying day. Items that apply
      * cleanly flip to applied, failures to rejected with the reason
      * on the run report; cancelled items are left alone. A staged
      * delete or closure also reports the counts of what still
      * names the airport; a delete is refused while a live route
      * still uses the code, and a closure carries the confirm its
      * staging job insisted on.
      *
      ******************************************************************
       program-id. airpapl.

       apply-one-item section.
           initialize pa-rec
           move pc-code to pa-airport1
           move pc-operator to pa-operator-id
           initialize pa-dependants
           if pc-staged-close
               perform load-closure-image
           else
               move pc-new-rec to pa-rec
               move "00" to pa-file-status
           end-if
           if pa-file-status = "00"
      *> pc-function holds the aircode function value itself
               move pc-function to pa-function
               perform call-aircode-program
           end-if
           move spaces to detail-line
           evaluate true
               when pa-file-status = "00"
                   write report-rec from detail-line
                   rewrite pc-rec
           end-evaluate
           if (pc-function = "9" or dnt-confirm = "Y")
                   and dnt-summary not = spaces
               move spaces to detail-line
               string "         " delimited by size
                      pc-code delimited by space
                      " still named by - " delimited by size
                      dnt-summary delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
       .

       load-closure-image section.
      *> a staged close re-reads the airport tonight and flips only
      *> its status, so maintenance done since the close was keyed
      *> survives; an airport gone or already closed reads as not
      *> found and the item is rejected on that
           set get-details to true
           perform call-aircode-program
           if pa-file-status = "00"
               move "C" to pa-status
               move "Y" to dnt-confirm
           end-if
       .

       write-apply-summary section.
                                by reference pa-facility-info
                                by reference pa-report-currency
                                by reference pa-query-criteria
                                by reference pa-fare-request
                                by reference pa-weather-info
                                by reference pa-sun-info
                                by reference pa-approval-request
                                by reference pa-target-scope
                                by reference pa-fir-result
                                by reference pa-tanker-result
                                by reference pa-dependants
                                by reference pa-reversal
                                by reference pa-annotations
                                by reference pa-fx-as-of-date
                                by reference pa-city-centre
                                by reference pa-language
                                by reference pa-target-grant
       .

       close-files section.
