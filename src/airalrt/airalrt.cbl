           move threshold-count to rl-in-count
           move threshold-count to rl-out-count
           move exceptions-found to rl-reject-count
           move report-file-name to rl-report-file
           move "Run-log exception alerts" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

