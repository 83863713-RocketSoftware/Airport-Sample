           compute rl-out-count =
               adds-applied + changes-applied + deletes-applied
           move records-skipped to rl-reject-count
           move report-file-name to rl-report-file
           move "Standby-site change apply" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

