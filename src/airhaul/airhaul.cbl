           move routes-read to rl-in-count
           move pairs-graded to rl-out-count
           move pairs-unflyable to rl-reject-count
           move report-file-name to rl-report-file
           move "Route haul classification" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

