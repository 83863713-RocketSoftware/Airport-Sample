           move recon-in-total to rl-in-count
           move recon-diff-total to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Airfile reconciliation to vendor feed"
               to rl-report-title
           call "airrlog" using rl-run-log-area
           if run-failed = 1
               move 8 to return-code
