           move files-checked to rl-in-count
           compute rl-out-count = files-checked - files-failed
           move files-failed to rl-reject-count
           move report-file-name to rl-report-file
           move "Environment health check" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

