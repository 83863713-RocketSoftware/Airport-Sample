           move stats-read to rl-in-count
           move country-count to rl-out-count
           move rows-unresolved to rl-reject-count
           move report-file-name to rl-report-file
           move "Country and region traffic rollup" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

