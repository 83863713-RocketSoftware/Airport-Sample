           move 0 to rl-in-count
           move top-fill-count to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Most-queried routes" to rl-report-title
           call "airrlog" using rl-run-log-area
           if run-failed = 1
               move 8 to return-code
