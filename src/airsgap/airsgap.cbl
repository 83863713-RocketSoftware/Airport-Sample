           compute rl-out-count =
               underserved-listed + unstatted-listed
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Service-gap report" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

