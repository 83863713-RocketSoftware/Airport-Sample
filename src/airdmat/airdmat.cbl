                                by reference dm-facility-info
                                by reference dm-report-currency
                                by reference dm-query-criteria
                                by reference dm-fare-request
                                by reference dm-weather-info
                                by reference dm-sun-info
                                by reference dm-approval-request
                                by reference dm-target-scope
                                by reference dm-fir-result
                                by reference dm-tanker-result
                                by reference dm-dependants
                                by reference dm-reversal
                                by reference dm-annotations
                                by reference dm-fx-as-of-date
                                by reference dm-city-centre
                                by reference dm-language
                                by reference dm-target-grant
       .

       write-matrix-summary section.
           move pairs-considered to rl-in-count
           move pairs-cached to rl-out-count
           move pairs-unresolved to rl-reject-count
           move report-file-name to rl-report-file
           move "Hub distance matrix" to rl-report-title
           call "airrlog" using rl-run-log-area
           if run-failed = 1
               move 8 to return-code
