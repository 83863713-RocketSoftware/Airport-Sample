       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd airchist-file.
       01 ch-rec.
           move event-count to rl-in-count
           move notifications-written to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Watch-list notifications" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

