           move records-scanned to rl-in-count
           move records-matched to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Query history search" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

