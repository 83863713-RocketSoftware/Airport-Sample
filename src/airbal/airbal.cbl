       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd report-file.
       01 report-rec                   pic x(132).
           move job-count to rl-in-count
           move job-count to rl-out-count
           move breaks-found to rl-reject-count
           move report-file-name to rl-report-file
           move "Day-end control-total balance" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

