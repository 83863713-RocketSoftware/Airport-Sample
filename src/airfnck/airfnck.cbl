           move routes-read to rl-in-count
           move airlines-checked to rl-out-count
           move conflicts-found to rl-reject-count
           move report-file-name to rl-report-file
           move "Flight-number conflict audit" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

