      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Verification of the maintenance audit log's chain: walks
      * the whole log (dd_audit_log) through airachn and reports,
      * on dd_audit_verify_out, the first broken link, every gap in
      * the sequence (including lines cut from the end, against the
      * chain head on dd_audit_chain) and every entry that no longer
      * matches its own hash. Entries written before chaining began
      * are counted but not proven. Ends nonzero when the chain is
      * broken. Writes the common run log.
      *
      ******************************************************************
       program-id. airavfy.

       data division.
       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ak==.
       01 run-status-word              pic x(4) value "OK".
       01 findings                     pic 9(7) value 0.
       01 report-file-name             pic x(80).
       78 report-dat                   value "dd_audit_verify_out".

       procedure division.
       main section.
           perform write-run-log-start
           move "V" to ak-request
           move "Y" to ak-report-wanted
           call "airachn" using ak-chain-area
           compute findings = ak-links-broken + ak-gaps + ak-altered
           if ak-chain-broken
               move "FAIL" to run-status-word
           end-if
           perform display-summary
           perform write-run-log-end
           goback
       .

       display-summary section.
           display "Audit log chain verification complete"
           display "  Status           : " run-status-word
           display "  Entries read     : " ak-entries-read
           display "  Before chaining  : " ak-unchained
           display "  Broken links     : " ak-links-broken
           display "  Gaps             : " ak-gaps
           display "  Altered entries  : " ak-altered
           if ak-chain-broken
               display "  First break at   : " ak-first-break-seq
           end-if
       .

       write-run-log-start section.
           move "AIRAVFY" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move run-status-word to rl-status
           if run-status-word = "FAIL"
               move 8 to return-code
           end-if
           move ak-entries-read to rl-in-count
           move 0 to rl-out-count
           move findings to rl-reject-count
           display report-dat upon environment-name
           accept report-file-name from environment-value
           move report-file-name to rl-report-file
           move "Audit log chain verification" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airavfy.
