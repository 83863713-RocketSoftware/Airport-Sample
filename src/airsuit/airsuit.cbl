           move steps-run to rl-in-count
           move steps-ok to rl-out-count
           move steps-failed to rl-reject-count
           move report-file-name to rl-report-file
           move "Overnight suite run" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

