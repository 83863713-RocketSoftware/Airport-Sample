                                by reference wj-facility-info
                                by reference wj-report-currency
                                by reference wj-query-criteria
                                by reference wj-fare-request
                                by reference wj-weather-info
                                by reference wj-sun-info
                                by reference wj-approval-request
                                by reference wj-target-scope
                                by reference wj-fir-result
                                by reference wj-tanker-result
                                by reference wj-dependants
                                by reference wj-reversal
                                by reference wj-annotations
                                by reference wj-fx-as-of-date
                                by reference wj-city-centre
                                by reference wj-language
                                by reference wj-target-grant
       .

       end program airjson.
