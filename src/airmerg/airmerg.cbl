           move pairs-read to rl-in-count
           move pairs-recoded to rl-out-count
           move pairs-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Merge/re-code transactions" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

                                by reference mg-facility-info
                                by reference mg-report-currency
                                by reference mg-query-criteria
                                by reference mg-fare-request
                                by reference mg-weather-info
                                by reference mg-sun-info
                                by reference mg-approval-request
                                by reference mg-target-scope
                                by reference mg-fir-result
                                by reference mg-tanker-result
                                by reference mg-dependants
                                by reference mg-reversal
                                by reference mg-annotations
                                by reference mg-fx-as-of-date
                                by reference mg-city-centre
                                by reference mg-language
                                by reference mg-target-grant
       .

       close-files section.
