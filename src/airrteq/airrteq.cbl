               string "  Air Carrier              " delimited by size
                      "Flights    Dep    Arr    Days    Sold as"
                          delimited by size
                      "     Route" delimited by size
                      into detail-line
               write report-rec from detail-line
               perform varying list-idx from 1 by 1
                  rte-days(list-idx) delimited by size
                  " " delimited by size
                  rte-codeshares(list-idx) delimited by size
                  " " delimited by size
                  rte-route-class(list-idx) delimited by size
                  into detail-line
           write report-rec from detail-line
       .
                                by reference rq-facility-info
                                by reference rq-report-currency
                                by reference rq-query-criteria
                                by reference rq-fare-request
                                by reference rq-weather-info
                                by reference rq-sun-info
                                by reference rq-approval-request
                                by reference rq-target-scope
                                by reference rq-fir-result
                                by reference rq-tanker-result
                                by reference rq-dependants
                                by reference rq-reversal
                                by reference rq-annotations
                                by reference rq-fx-as-of-date
                                by reference rq-city-centre
                                by reference rq-language
                                by reference rq-target-grant
       .

       close-files section.
