      * one line per intervening change showing when, what and who.
      * Settles the "what did our master say for this airport on
      * March 3rd" vendor disputes from the audit log instead of a
      * hand reconstruction off printouts. A log that fails its
      * chain verification (airachn) is not replayed unless
      * dd_audit_override is Y, and then the report says so.
      *
      ******************************************************************
       program-id. airasof.
       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       fd report-file.
       01 report-rec                   pic x(132).
       78 asof-date-dat                value "dd_asof_date".
       78 max-replay-entries           value 200.

       78 override-dat                 value "dd_audit_override".
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ak==.
       01 audit-override               pic x.
       01 chain-refused                pic 9 value 0.

       01 inquiry-code                 pic x(4).
       01 inquiry-date                 pic x(8).

       procedure division.
       main section.
           perform open-files
           perform verify-audit-chain
           if chain-refused = 0
               perform locate-current-record
               perform collect-later-audit-entries
               perform replay-history-backwards
               perform report-reconstructed-record
           end-if
           perform close-files
           goback
       .
           open output report-file
       .

       verify-audit-chain section.
       *> the reconstruction is only as good as the log it replays
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
               write report-rec from spaces
           else
               move "No replay - run airavfy for the findings"
                   to detail-line
               write report-rec from detail-line
               move 1 to chain-refused
               move 8 to return-code
           end-if
       .

       locate-current-record section.
       *> the starting image is today's master record; a code that is
       *> no longer on file starts from nothing, and a later delete
