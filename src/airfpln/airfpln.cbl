                  "m" delimited by size
                  into detail-line
           write plan-rec from detail-line
           if distance-mag-track not = spaces
               move spaces to detail-line
               string "Initial track " delimited by size
                      distance-bearing delimited by size
                      "deg true  " delimited by size
                      distance-mag-track delimited by size
                      "deg magnetic" delimited by size
                      into detail-line
               write plan-rec from detail-line
           end-if
           if distance-infeasible = "Y"
               move "** ROUTE BEYOND AIRCRAFT RANGE **"
                   to detail-line
                      into detail-line
               write plan-rec from detail-line
           end-if
           if distance-night-warning = "Y"
               move spaces to detail-line
               string "** ARRIVAL " delimited by size
                      distance-arrival-local delimited by size
                      " AFTER DARK - NO LIT RUNWAY AT DESTINATION **"
                          delimited by size
                      into detail-line
               write plan-rec from detail-line
           end-if
           write plan-rec from spaces
       .

                  fp-report-currency delimited by size
                  into detail-line
           write plan-rec from detail-line
           move spaces to detail-line
           string "CO2 estimate (kg): " delimited by size
                  distance-co2-kg delimited by size
                  into detail-line
           write plan-rec from detail-line
       .

       call-aircode-program section.
                                by reference fp-facility-info
                                by reference fp-report-currency
                                by reference fp-query-criteria
                                by reference fp-fare-request
                                by reference fp-weather-info
                                by reference fp-sun-info
                                by reference fp-approval-request
                                by reference fp-target-scope
                                by reference fp-fir-result
                                by reference fp-tanker-result
                                by reference fp-dependants
                                by reference fp-reversal
                                by reference fp-annotations
                                by reference fp-fx-as-of-date
                                by reference fp-city-centre
                                by reference fp-language
                                by reference fp-target-grant
       .

       close-files section.
