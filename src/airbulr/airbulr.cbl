           move bulletins-checked to rl-in-count
           move bulletins-checked to rl-out-count
           move unacked-listed to rl-reject-count
           move report-file-name to rl-report-file
           move "Mandatory bulletin acknowledgements" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

