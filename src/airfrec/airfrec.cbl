      * them; every replayed and skipped image is reported
      * (dd_recover_report). Holds the master interlock for the
      * whole run. Writes the common run log; verification failure
      * ends nonzero with nothing written. The audit log's chain
      * (airachn) is proven first as well: a log that fails it is
      * not replayed unless dd_audit_override is Y, and then the
      * report says so.
      *
      ******************************************************************
       program-id. airfrec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd report-file.
       01 report-rec                   pic x(132).
       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airmlokp.cpy" replacing ==(mk-prefix)== by ==mk==.
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ak==.
       01 gen-file-name                pic x(80).
       01 airfile-name                 pic x(80).
       01 audit-file-name              pic x(80).
       78 audit-dat                    value "dd_audit_log".
       78 report-dat                   value "dd_recover_report".
       78 recover-to-dat               value "dd_recover_to".
       78 override-dat                 value "dd_audit_override".

       01 audit-override               pic x.

       01 recover-to-stamp             pic x(14).
       01 recover-to-length            pic 9(2).
           inspect recover-to-stamp tallying recover-to-length
               for characters before space

           perform verify-audit-chain
           if run-status-word = "FAIL"
               close report-file
               exit section
           end-if

           display gen-dat upon environment-name
           accept gen-file-name from environment-value
           perform verify-generation
           close report-file
       .

       verify-audit-chain section.
       *> an edited log must not be replayed onto the master unless
       *> whoever runs the recovery says so in so many words
           display override-dat upon environment-name
           accept audit-override from environment-value
           move function upper-case(audit-override) to audit-override
           move "V" to ak-request
           move "N" to ak-report-wanted
           call "airachn" using ak-chain-area
           if ak-chain-intact
               exit section
           end-if
           move spaces to detail-line
           string "Audit log failed chain verification - first break"
                      delimited by size
                  " at sequence " delimited by size
                  ak-first-break-seq delimited by size
                  into detail-line
           write report-rec from detail-line
           if audit-override = "Y"
               move "Replayed under dd_audit_override" to detail-line
               write report-rec from detail-line
           else
               move "Nothing done - run airavfy for the findings"
                   to detail-line
               write report-rec from detail-line
               move "FAIL" to run-status-word
           end-if
       .

       verify-generation section.
       *> identical proof to airgbak RESTORE: the trailer's count
       *> and checksum against the file's own contents, with the
           move records-restored to rl-in-count
           move images-applied to rl-out-count
           move images-skipped to rl-reject-count
           move report-file-name to rl-report-file
           move "Airport master forward recovery" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

