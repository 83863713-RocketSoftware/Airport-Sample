           move routes-read to rl-in-count
           move pairs-reported to rl-out-count
           move schedules-flagged to rl-reject-count
           move report-file-name to rl-report-file
           move "Capacity by city pair" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

