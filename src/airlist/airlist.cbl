           move grand-total-count to rl-in-count
           move grand-total-count to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Airport listing by country and city" to rl-report-title
           call "airrlog" using rl-run-log-area
           if run-failed = 1
               move 8 to return-code
