           move codes-read to rl-in-count
           move codes-matched to rl-out-count
           move codes-not-found to rl-reject-count
           move report-file-name to rl-report-file
           move "Airport code lookup" to rl-report-title
           call "airrlog" using rl-run-log-area
           if run-failed = 1
               move 8 to return-code
