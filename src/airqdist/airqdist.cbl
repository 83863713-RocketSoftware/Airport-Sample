                                by reference wq-facility-info
                                by reference wq-report-currency
                                by reference wq-query-criteria
                                by reference wq-fare-request
                                by reference wq-weather-info
                                by reference wq-sun-info
                                by reference wq-approval-request
                                by reference wq-target-scope
                                by reference wq-fir-result
                                by reference wq-tanker-result
                                by reference wq-dependants
                                by reference wq-reversal
                                by reference wq-annotations
                                by reference wq-fx-as-of-date
                                by reference wq-city-centre
                                by reference wq-language
                                by reference wq-target-grant
       .

       close-files section.
