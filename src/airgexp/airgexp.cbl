      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Nightly expiry of temporary operator grants on the authority
      * file (dd_operator_authority): every row whose valid-until
      * date is behind the processing date drops back to its
      * normal level - L or M - as a standing row, or is deleted
      * when the grant had no level to fall back to. Each change is
      * written to the audit log (dd_audit_log) in the form the
      * authority maintenance records its own, chained as ever,
      * under the job's name. The report (dd_grant_expiry_report)
      * lists the grants reverted or revoked tonight and then the
      * grants running out within the next week, so a supervisor
      * can renew the ones still needed. Calls airscop and airachn;
      * writes the common run log.
      *
      ******************************************************************
       program-id. airgexp.

       select airauth-file assign airauth-file-name
           organization indexed
           record key is au-operator-id with no duplicates
           file status is airauth-status
           access dynamic.

       select audit-file assign audit-file-name
           organization line sequential
           file status is audit-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airauth-file.
       01 au-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==au==.

       fd audit-file.
       01 aud-rec.
       copy "airaudit.cpy" replacing ==(prefix)== by ==aud==.
       02 aud-old-rec.
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
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ak==.

       01 airauth-file-name            pic x(80).
       01 audit-file-name              pic x(80).
       01 report-file-name             pic x(80).
       01 airauth-status               pic xx.
       01 audit-status                 pic xx.
       01 report-status                pic xx.
       78 airauth-dat                  value "dd_operator_authority".
       78 audit-dat                    value "dd_audit_log".
       78 report-dat                   value "dd_grant_expiry_report".
       78 job-operator                 value "AIRGEXP".
       78 warning-days                 value 7.

       01 more-rows                    pic x value "Y".
           88 no-more-rows             value "N".
       01 airauth-open                 pic x value "N".
           88 airauth-is-open          value "Y".
       01 audit-open                   pic x value "N".
           88 audit-is-open            value "Y".
       01 report-open                  pic x value "N".
           88 report-is-open           value "Y".

       01 today-num                    pic 9(8).
       01 until-num                    pic 9(8).
       01 today-day                    pic 9(8).
       01 warning-limit                pic 9(8).
       01 days-left                    pic 9(3).
       01 days-left-edit               pic zz9.

       01 old-level                    pic x.
       01 old-scope                    pic x(60).
       01 old-grant                    pic x(30).
       01 grant-then                   pic x(4).
       01 action-text                  pic x(8).
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 expiry-counters.
           03 rows-read                pic 9(5) value 0.
           03 grants-reverted          pic 9(5) value 0.
           03 grants-revoked           pic 9(5) value 0.
           03 grants-expiring          pic 9(5) value 0.
           03 grants-failed            pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           if report-is-open
               perform write-report-heading
           end-if
           perform start-authority-file
           perform until no-more-rows
               read airauth-file next record
                   at end
                       move "N" to more-rows
                   not at end
                       add 1 to rows-read
                       perform expire-one-grant
               end-read
           end-perform
       *> the grants still lapse when there is no report to list
       *> them on; the run ends FAIL all the same
           if report-is-open
               perform write-expired-totals
               perform write-expiring-heading
               perform start-authority-file
               perform until no-more-rows
                   read airauth-file next record
                       at end
                           move "N" to more-rows
                       not at end
                           perform list-expiring-grant
                   end-read
               end-perform
               perform write-expiring-totals
           end-if
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to today-num
           compute today-day = function integer-of-date(today-num)
           compute warning-limit = function date-of-integer(
               today-day + warning-days)

           display airauth-dat upon environment-name
           accept airauth-file-name from environment-value
           open i-o airauth-file
           if airauth-status = "00"
               move "Y" to airauth-open
           else
               move "N" to more-rows
               move "FAIL" to run-status-word
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
           if report-status = "00"
               move "Y" to report-open
           else
               move "FAIL" to run-status-word
           end-if
       .

       start-authority-file section.
           if not airauth-is-open
               move "N" to more-rows
               exit section
           end-if
           move "Y" to more-rows
           move low-values to au-operator-id
           start airauth-file key >= au-operator-id
               invalid key
                   move "N" to more-rows
           end-start
       .

       write-report-heading section.
           move spaces to detail-line
           string "Temporary operator grants, as at " delimited by size
                  pd-date delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
           write report-rec from "Expired tonight"
           move spaces to detail-line
           string "Operator  Was  Until     Now  Granted by  Scope"
                      delimited by size
                  into detail-line
           move "Action" to detail-line(120:6)
           write report-rec from detail-line
       .

       expire-one-grant section.
       *> a grant runs through its valid-until date and lapses the
       *> day after, the same test the online services make
           if au-valid-until = spaces or au-valid-until not numeric
               exit section
           end-if
           move au-valid-until to until-num
           if until-num not < today-num
               exit section
           end-if

           move au-auth-level to old-level
           if old-level = space and au-authorized
               move "M" to old-level
           end-if
           move "F" to sc-request
           move au-scope-list to sc-scope-list
           call "airscop" using sc-scope-area
           move sc-scope-text to old-scope
           move "NONE" to grant-then
           if au-normal-level not = space
               move au-normal-level to grant-then
           end-if
           move spaces to old-grant
           string "UNTIL " delimited by size
                  au-valid-until delimited by size
                  " THEN " delimited by size
                  grant-then delimited by space
                  into old-grant
           move spaces to detail-line
           string au-operator-id delimited by size
                  "  " delimited by size
                  old-level delimited by size
                  "    " delimited by size
                  au-valid-until delimited by size
                  "  " delimited by size
                  grant-then delimited by size
                  " " delimited by size
                  au-granted-by delimited by size
                  "    " delimited by size
                  old-scope delimited by size
                  into detail-line

           if au-normal-level = space
               delete airauth-file record
               move "REVOKED" to action-text
           else
               move au-normal-level to au-auth-level
               if au-normal-level = "M"
                   move "Y" to au-can-maintain
               else
                   move "N" to au-can-maintain
               end-if
               move spaces to au-valid-until
               move space to au-normal-level
               move job-operator to au-granted-by
               rewrite au-rec
               move "REVERTED" to action-text
           end-if
           if airauth-status not = "00"
               add 1 to grants-failed
               move "FAIL" to run-status-word
               move "FAILED" to action-text
               move action-text to detail-line(120:8)
               if report-is-open
                   write report-rec from detail-line
               end-if
               exit section
           end-if
           if action-text = "REVOKED"
               add 1 to grants-revoked
           else
               add 1 to grants-reverted
           end-if
           move action-text to detail-line(120:8)
           if report-is-open
               write report-rec from detail-line
           end-if
           perform write-authority-audit
       .

       write-authority-audit section.
       *> the same record the authority maintenance writes for an
       *> administrator's regrade or revoke, with the job as operator
           if not audit-is-open
               perform open-audit-file
           end-if
           if not audit-is-open
               exit section
           end-if
           initialize aud-rec
           move "F" to aud-function
           move spaces to aud-code
           move function current-date to aud-timestamp
           move job-operator to aud-operator
           initialize aud-old-rec
           initialize aud-new-rec
           string "AUTHORITY " delimited by size
                  au-operator-id delimited by space
                  " LEVEL " delimited by size
                  old-level delimited by size
                  into audold-name
           move old-scope(1:30) to audold-city
           move old-scope(31:20) to audold-country
           move old-grant to audold-local-name(1)
           if action-text = "REVOKED"
               string "AUTHORITY " delimited by size
                      au-operator-id delimited by space
                      " REVOKED" delimited by size
                      into audnew-name
           else
               string "AUTHORITY " delimited by size
                      au-operator-id delimited by space
                      " LEVEL " delimited by size
                      au-auth-level delimited by size
                      into audnew-name
               move old-scope(1:30) to audnew-city
               move old-scope(31:20) to audnew-country
           end-if
           perform link-audit-record
           write aud-rec
       .

       open-audit-file section.
           display audit-dat upon environment-name
           accept audit-file-name from environment-value
           if audit-file-name = spaces
               exit section
           end-if
           open extend audit-file
           if audit-status = "05" or audit-status = "35"
               open output audit-file
           end-if
           if audit-status = "00"
               move "Y" to audit-open
           end-if
       .

       link-audit-record section.
       *> chained to the entry before it, as the master maintenance
       *> chains its own
           move "L" to ak-request
           move aud-rec to ak-entry
           call "airachn" using ak-chain-area
           move ak-sequence to aud-chain-seq
           move ak-prev-hash to aud-prev-hash
           move ak-entry-hash to aud-entry-hash
       .

       write-expired-totals section.
           move spaces to detail-line
           string "Reverted: " delimited by size
                  grants-reverted delimited by size
                  "  Revoked: " delimited by size
                  grants-revoked delimited by size
                  "  Failed: " delimited by size
                  grants-failed delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-expiring-heading section.
           write report-rec from spaces
           move spaces to detail-line
           string "Expiring by " delimited by size
                  warning-limit delimited by size
                  " - renew any still needed" delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Operator  Level  Until     Then  Granted by"
                      delimited by size
                  "  Days left" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       list-expiring-grant section.
       *> tonight's run has already settled everything before today,
       *> so what is left dated up to the limit is still running
           if au-valid-until = spaces or au-valid-until not numeric
               exit section
           end-if
           move au-valid-until to until-num
           if until-num < today-num or until-num > warning-limit
               exit section
           end-if
           add 1 to grants-expiring
           compute days-left = function integer-of-date(until-num)
               - today-day
           move days-left to days-left-edit
           move "NONE" to grant-then
           if au-normal-level not = space
               move au-normal-level to grant-then
           end-if
           move spaces to detail-line
           string au-operator-id delimited by size
                  "  " delimited by size
                  au-auth-level delimited by size
                  "      " delimited by size
                  au-valid-until delimited by size
                  "  " delimited by size
                  grant-then delimited by size
                  "  " delimited by size
                  au-granted-by delimited by size
                  "        " delimited by size
                  days-left-edit delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-expiring-totals section.
           move spaces to detail-line
           string "Expiring within the week: " delimited by size
                  grants-expiring delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           if airauth-is-open
               close airauth-file
           end-if
           if audit-is-open
               close audit-file
           end-if
           if report-is-open
               close report-file
           end-if
       .

       display-summary section.
           display "Temporary grant expiry complete"
           display "  Processing date : " pd-date
           display "  Rows read       : " rows-read
           display "  Grants reverted : " grants-reverted
           display "  Grants revoked  : " grants-revoked
           display "  Expiring soon   : " grants-expiring
       .

       write-run-log-start section.
           move "AIRGEXP" to rl-job-name
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
           move rows-read to rl-in-count
           compute rl-out-count = grants-reverted + grants-revoked
           move grants-failed to rl-reject-count
           if report-is-open
               move report-file-name to rl-report-file
           else
               move spaces to rl-report-file
           end-if
           move "Temporary operator grant expiry" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airgexp.
