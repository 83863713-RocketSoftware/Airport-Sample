           compute rl-out-count = airports-added
               + airports-enriched + airports-unchanged
           move rows-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Master feed load" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

