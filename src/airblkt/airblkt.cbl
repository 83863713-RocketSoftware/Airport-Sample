           move routes-read to rl-in-count
           move routes-graded to rl-out-count
           compute rl-reject-count = blocks-short + blocks-long
           move report-file-name to rl-report-file
           move "Block-time plausibility audit" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

