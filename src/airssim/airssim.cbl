               move legs-applied to rl-out-count
               move legs-rejected to rl-reject-count
           end-if
           move report-file-name to rl-report-file
           move "SSIM schedule exchange" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

