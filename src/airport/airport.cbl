           file status is saveitin-status
           access dynamic.

       select catalogue-file assign catalogue-file-name
           organization indexed
           record key is rc-key with no duplicates
           file status is catalogue-status
           access dynamic.

       select rptview-file assign rptview-file-name
           organization line sequential
           file status is rptview-status.

       data division.
       file section.
       fd runlog-file.
       01 sv-rec.
       copy "airitin.cpy" replacing ==(prefix)== by ==sv==.

       fd catalogue-file.
       01 rc-rec.
       copy "airrcat.cpy" replacing ==(prefix)== by ==rc==.

       fd rptview-file.
       01 rptview-rec                  pic x(132).

       working-storage section.
       01  user-input      pic x(80).
       78  operator-dat    value "dd_operator_id".
       01  airback-file-name pic x(80).
       01  airbul-status   pic xx.
       01  airback-status  pic xx.
       78  catalogue-dat   value "dd_report_catalogue".
       01  catalogue-file-name pic x(80).
       01  catalogue-status pic xx.
       01  rptview-file-name pic x(80).
       01  rptview-status  pic xx.

       local-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==ls==.
       01 ls-itin-idx           pic 9(2).
       01 ls-status-message     pic x(35).
       01 ls-more-matches-msg   pic x(35).
       copy "airmsgp.cpy" replacing ==(mx-prefix)== by ==ls-mx==.
       01 ls-page-command       pic x.
       01 ls-last-page-code     pic x(4).
       01 ls-local-time-display pic x(8).
       01 ls-connect-request    pic x.
       01 ls-connect-line       pic x(78) occurs 10.
       01 ls-conn-idx           pic 9(2).
       01 ls-fir-request        pic x.
       01 ls-fir-line           pic x(78) occurs 15.
       01 ls-fir-idx            pic 9(2).
       01 ls-fir-note           pic x(40).
       01 ls-tank-request       pic x.
       01 ls-tank-verdict       pic x(40).
       01 ls-note-request       pic x.
       01 ls-note-action        pic x.
       01 ls-note-retire-seq    pic 9(4).
       01 ls-note-message       pic x(40).
       01 ls-note-line          pic x(78) occurs 12.
       01 ls-note-idx           pic 9(2).
       01 ls-note-line-idx      pic 9(2).
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==ls-dq==.
       01 ls-case-request       pic x.
       01 ls-case-action        pic x.
       01 ls-case-desk-filter   pic x(8).
       01 ls-case-desk-entry    pic x(8).
       01 ls-case-no-entry      pic 9(7).
       01 ls-case-comment       pic x(60).
       01 ls-case-view          pic x(78) occurs 4.
       01 ls-case-idx           pic 9.
       01 ls-admin-request      pic x.
       copy "airsessp.cpy" replacing ==(sx-prefix)== by ==ls-sx==.
       01 ls-sess-request       pic x.
       01 ls-sess-action        pic x.
       01 ls-sess-pick          pic 9(2).
       01 ls-sess-ended         pic 9.
       01 ls-admin-action       pic x.
       01 ls-sched-request      pic x.
       01 ls-ops-request        pic x.
           03 ls-rej-part       pic x(67) occurs 3.
       01 ls-rej-have           pic 9.
       01 ls-rej-done           pic 9.
       01 ls-rej-len            pic 9(3).
       01 ls-rpt-request        pic x.
       01 ls-rpt-action         pic x.
       01 ls-rpt-job            pic x(8).
       01 ls-rpt-date           pic x(8).
       01 ls-rpt-pick           pic 99.
       01 ls-rpt-note           pic x(40).
       01 ls-rpt-line           pic x(78) occurs 12.
       01 ls-rpt-keys.
           03 ls-rpt-key        pic x(19) occurs 12.
       01 ls-rpt-count          pic 9(2).
       01 ls-rpt-idx            pic 9(2).
       01 ls-rpt-last-key       pic x(19).
       01 ls-rpt-more           pic x.
           88 no-more-catalogue value "N".
       01 ls-rpt-done           pic 9.
       01 ls-rpt-title          pic x(40).
       01 ls-rpt-first          pic 9(7).
       01 ls-rpt-total          pic 9(7).
       01 ls-rpt-column         pic 9(3).
       01 ls-rpt-skip           pic 9(7).
       01 ls-rpt-view-line      pic x(78) occurs 16.
       01 ls-rpt-lines-edit     pic z(6)9.
       01 ls-appr-request       pic x.
       01 ls-appr-action        pic x.
       01 ls-appr-held-show     pic x(16).
       01 ls-appr-what          pic x(24).
       01 ls-appr-old-pos       pic x(24).
       01 ls-appr-new-pos       pic x(24).
       01 ls-appr-note          pic x(40).
       01 ls-appr-dependants    pic x(72).
       01 ls-appr-have          pic 9.
       01 ls-appr-done          pic 9.
       01 ls-appr-item.
       copy "airhold.cpy" replacing ==(prefix)== by ==lh==.
       02 lh-old-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==lho==.
       02 lh-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==lhn==.
       copy "airrefmp.cpy" replacing ==(rm-prefix)== by ==ls-ref==.
       01 ls-ref-request        pic x.
       01 ls-qry-request        pic x.
       01 ls-itin-stale         pic x(40).
       01 ls-itin-saved-km      pic 9(7).
       01 ls-itin-new-km        pic 9(7).
       01 ls-itin-keyed-as-of   pic x(8).
       01 ls-itin-now           pic x(21).
       01 ls-bul-today          pic x(8).
       01 ls-bul-now            pic x(21).
       01 sn-training           pic x.
       01 ls-training-banner    pic x(14).
       01 ls-training-path      pic x(80).
       01 ls-live-cred-path     pic x(80).
       01 sn-cred-ready         pic 9.
       01 ls-training-missing   pic 9.
       01 ls-point-lat-entry    pic x(10).
       01 ls-point-long-entry   pic x(10).
       copy "DISTSRCH.ss".
       copy "distitin.ss".
       copy "connscrn.ss".
       copy "firscrn.ss".
       copy "tankscrn.ss".
       copy "notescrn.ss".
       copy "casescrn.ss".
       copy "sessscrn.ss".
       copy "schdscrn.ss".
       copy "opscrn.ss".
       copy "rejscrn.ss".
       copy "apprscrn.ss".
       copy "rptscrn.ss".
       copy "refscrn.ss".
       copy "fanscrn.ss".
       copy "qryscrn.ss".
               end-if
           end-if

           perform start-session

           set open-file to true
           perform call-aircode-program

                              ls-connect-request ls-admin-request
                              ls-sched-request ls-ops-request
                              ls-rej-request ls-ref-request
                              ls-appr-request ls-rpt-request
                              ls-fan-request ls-qry-request
                              ls-fir-request ls-tank-request
                              ls-note-request ls-case-request
                              ls-sess-request
               move zero to distance-km distance-miles
                            distance-nautical-miles distance-bearing
                            distance-flight-hours
               perform until exit
                   accept G-DISTSCRN

                   perform session-heartbeat
                   if ls-sess-ended = 1
                       exit perform
                   end-if

                   if ls-recall-select >= 1 and ls-recall-select <= 5
                       perform recall-recent-lookup
                   end-if
                   if ls-ref-request = "Y"
                       perform reference-maintenance-screen
                   else
                   if ls-appr-request = "Y"
                       perform approval-screen
                   else
                   if ls-rpt-request = "Y"
                       perform report-catalogue-screen
                   else
                   if ls-rej-request = "Y"
                       perform reject-repair-screen
                   else
                           and ls-airport1 not = spaces
                       perform schedule-browse-screen
                   else
                   if ls-note-request = "Y"
                           and ls-airport1 not = spaces
                       perform desk-notes-screen
                   else
                   if ls-case-request = "Y"
                       perform dq-case-screen
                   else
                   if ls-sess-request = "Y"
                       perform session-control-screen
                   else
                   if ls-airport1 = spaces
                           and ls-itin-recall-name not = spaces
                       perform recall-saved-itinerary
                           and ls-connect-request = "Y"
                       perform call-connection-search
                   else
                   if ls-airport2 not = spaces
                           and ls-fir-request = "Y"
                       perform call-fir-crossings
                   else
                   if ls-airport2 not = spaces
                           and ls-tank-request = "Y"
                       perform call-tankering
                   else
                   if ls-airport2 not = spaces
                       set get-distance to true
                       move spaces to ls-from-to-msg
                           move ap-code of ls-rec to ls-recall-text
                           perform record-recent-lookup
                           perform compute-local-time
                           perform build-detail-notes-message
                           display G-DISTREC
                           move spaces to ls-airport1 ls-airport2
                       else
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
               end-perform

               set close-file to true
               perform call-aircode-program
           end-if
           perform end-session
       .

       sign-on-sequence section.
           move 0 to sn-attempts
           move ls-operator-id to sn-operator-id
           move spaces to sn-password sn-new-password sn-message
           display "dd_credentials" upon environment-name
           accept ls-live-cred-path from environment-value
           perform until sign-on-ok or sn-attempts >= 3
               display G-SIGNSCRN
               accept G-SIGNSCRN
               if sn-operator-id = spaces
                   exit perform
               end-if
               perform select-sign-on-credentials
               if sn-cred-ready = 0
                   move "Training sign-on is not set up" to sn-message
                   add 1 to sn-attempts
               else
                   call "airsign" using by reference sn-operator-id
                                        by reference sn-password
                                        by reference sn-new-password
                                        by reference sn-status
                                        by reference sn-message
                   evaluate sn-status
                       when "00"
                           move "Y" to sn-signed-on
                           move sn-operator-id to ls-operator-id
                       when "NC"
                           move "Y" to sn-signed-on
                       when "PC"
                           continue
                       when other
                           add 1 to sn-attempts
                   end-evaluate
               end-if
               move spaces to sn-password sn-new-password
           end-perform
       .

       select-sign-on-credentials section.
       *> a trainee signs on with a training account (the OP-number
       *> pseudonyms airtrst lays down each morning), so a training
       *> sign-on is checked against the training credentials and
       *> the session then runs under the pseudonym; ticking and
       *> unticking training between attempts puts the live file
       *> back
           move 1 to sn-cred-ready
           if sn-training = "T" or sn-training = "t"
               display "dd_training_credentials"
                   upon environment-name
               accept ls-training-path from environment-value
               if ls-training-path = spaces
                   move 0 to sn-cred-ready
                   exit section
               end-if
               display "dd_credentials" upon environment-name
               display ls-training-path upon environment-value
           else
               display "dd_credentials" upon environment-name
               display ls-live-cred-path upon environment-value
           end-if
       .

       start-session section.
       *> the session goes on the registry once it is certain to
       *> run - after sign-on and any training switch - so a
       *> supervisor sees who is on before a batch writer takes the
       *> master-file interlock
           move 0 to ls-sess-ended
           move "O" to ls-sx-request
           move "N" to ls-sx-training
           if ls-training-banner not = spaces
               move "Y" to ls-sx-training
           end-if
           perform call-session-service
       .

       session-heartbeat section.
       *> every interaction stamps the registry; a supervisor's force
       *> sign-off or the site's idle timeout ends the session here
           move "T" to ls-sx-request
           perform call-session-service
           if ls-sx-status = "FS" or ls-sx-status = "IT"
               move 1 to ls-sess-ended
               display spaces upon crt
               display ls-sx-message at 0101
                       with foreground-color 04
           end-if
       .

       end-session section.
           if ls-sess-ended = 0
               move "C" to ls-sx-request
               perform call-session-service
           end-if
       .

       call-session-service section.
           move ls-operator-id to ls-sx-operator
           move ls-language to ls-sx-language
           call "airsess" using ls-sx-session-area
       .

       session-control-screen section.
       *> supervisor view of every live session, with force
       *> sign-off; airsess grades the operator (admin only). Not
       *> offered in training, where the authority file is the
       *> sandbox copy but the registry is the live one.
           move spaces to ls-sess-request
           if ls-training-banner not = spaces
               move "SCTRAIN" to ls-mx-msg-id
               move "Not available in training" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
               exit section
           end-if
           move spaces to ls-message ls-sx-continue-key
           perform fetch-session-page
           if ls-sx-status = "91" or ls-sx-status = "35"
               move ls-sx-message to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
               move spaces to ls-message
               exit section
           end-if
           perform until exit
               move spaces to ls-sess-action
               move 0 to ls-sess-pick
               display G-SESSSCRN
               accept G-SESSSCRN
               move function upper-case(ls-sess-action)
                   to ls-sess-action
               evaluate ls-sess-action
                   when "N"
                       if ls-sx-more = "Y"
                           move ls-sx-page-key(10)
                               to ls-sx-continue-key
                       else
                           move spaces to ls-sx-continue-key
                       end-if
                       perform fetch-session-page
                   when "F"
                       if ls-sess-pick < 1 or ls-sess-pick > 10
                           move "SCLINENO" to ls-mx-msg-id
                           move "Line # must be 1 to 10" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-message
                       else
                       if ls-sx-page-key(ls-sess-pick) = spaces
                           move "SCSESSNL" to ls-mx-msg-id
                           move "No session on that line" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-message
                       else
                           move "F" to ls-sx-request
                           move ls-sx-page-key(ls-sess-pick)
                               to ls-sx-target-key
                           perform call-session-service
                           move ls-sx-message to ls-note-message
                           perform fetch-session-page
                           move ls-note-message to ls-message
                       end-if
                       end-if
                   when other
                       exit perform
               end-evaluate
           end-perform
           move spaces to ls-message
           display G-DISTSCRN
       .

       fetch-session-page section.
           move "L" to ls-sx-request
           perform call-session-service
           move ls-sx-message to ls-message
           move spaces to ls-more-matches-msg
           if ls-sx-page-line(1) = spaces
               move "SCSESSNO" to ls-mx-msg-id
               move "No live sessions" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-more-matches-msg
           else
               if ls-sx-more = "Y"
                   move "SCSESSMR" to ls-mx-msg-id
                   move "More sessions - N for the next page"
                       to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-more-matches-msg
               end-if
           end-if
       .

       show-sign-on-bulletins section.
           perform redirect-training-airlines
           perform redirect-training-cache
           perform redirect-training-codehist
           perform redirect-training-approvals
           perform redirect-training-annotations
           perform redirect-training-cases
           if ls-training-missing = 0
               move "** TRAINING **" to ls-training-banner
           end-if
       .

       redirect-training-approvals section.
       *> held changes practised in training stay off the live
       *> queue; with no training queue named, dual control simply
       *> has nowhere to hold them and refuses the change
           display "dd_training_approvals" upon environment-name
           accept ls-training-path from environment-value
           display "dd_approval_queue" upon environment-name
           if ls-training-path = spaces
               display " " upon environment-value
           else
               display ls-training-path upon environment-value
           end-if
       .

       redirect-training-annotations section.
       *> desk notes written in training must never show on a live
       *> desk; with no training note file named, the notes screen
       *> finds no file and adds nothing
           display "dd_training_annotations" upon environment-name
           accept ls-training-path from environment-value
           display "dd_annotations" upon environment-name
           if ls-training-path = spaces
               display " " upon environment-value
           else
               display ls-training-path upon environment-value
           end-if
       .

       redirect-training-cases section.
       *> likewise practice case work stays off the live case file
           display "dd_training_cases" upon environment-name
           accept ls-training-path from environment-value
           display "dd_dq_cases" upon environment-name
           if ls-training-path = spaces
               display " " upon environment-value
           else
               display ls-training-path upon environment-value
           end-if
       .

       redirect-training-airports section.
           display "dd_training_airports" upon environment-name
           accept ls-training-path from environment-value
           else
               display "dd_audit_log" upon environment-name
               display ls-training-path upon environment-value
      *> the training log keeps its own chain, found from the log
      *> itself, and leaves the live chain head alone
               display "dd_audit_chain" upon environment-name
               display " " upon environment-value
           end-if
       .

               move ls-target-level to ls-own-level
           end-if
           move spaces to ls-target-operator ls-target-level
                          ls-target-grant
           move spaces to ls-message
       .

       operator-admin-screen section.
       *> supervisor-only maintenance of the operator authority file:
       *> inquire on, set or revoke an operator's graded level,
       *> data scope and the expiry of a temporary level, each
       *> change audited by aircode on the maintenance audit log.
           move spaces to ls-admin-request
           if ls-own-level not = "A"
               move "SCNOADM" to ls-mx-msg-id
               move "Not authorized for administration" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
               move spaces to ls-target-operator ls-target-level
                              ls-target-scope ls-admin-action
                              ls-message ls-target-grant
               display G-ADMNSCRN
               perform until exit
                   accept G-ADMNSCRN
                           perform call-aircode-program
                       when "R"
                           move space to ls-target-level
                           move spaces to ls-target-scope
                                          ls-target-grant
                           set set-authority to true
                           perform call-aircode-program
                       when other
                           move "SCADMACT" to ls-mx-msg-id
                           move "Action must be I, S or R" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-message
                   end-evaluate
                   display G-ADMNSCRN
               end-perform
                          into ls-fan-line(ls-fan-idx)
               end-if
           end-perform
           move "SCFANRNK" to ls-mx-msg-id
           move "Ranked by distance; C = curfew hit" to ls-mx-text
           perform get-screen-message
           move ls-mx-text to ls-fan-note
       .

       reference-maintenance-screen section.
       *> keeps lookup-level operators out of the screen.
           move spaces to ls-ref-request
           if ls-own-level not = "A" and ls-own-level not = "M"
               move "SCNOREF" to ls-mx-msg-id
               move "Not authorized for reference maint" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
           end-if
       .

       approval-screen section.
       *> dual control: steps through the master changes held for a
       *> second operator, approving or rejecting each. aircode
       *> grades every step itself - maintenance authority to see
       *> the queue, an equal or higher level than the maker and
       *> never the maker in person to decide an item - so the
       *> front end keeps no gate of its own here.
           move spaces to ls-appr-request ls-appr-note
           move 0 to appr-seq
           move 0 to ls-appr-done
           perform fetch-next-held-item
           if ls-appr-have = 0
               move ls-message to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
               perform until ls-appr-have = 0 or ls-appr-done = 1
                   move spaces to ls-appr-action
                   display G-APPRSCRN
                   accept G-APPRSCRN
                   evaluate function upper-case(ls-appr-action)
                       when "A"
                       when "R"
                           move function upper-case(ls-appr-action)
                               to appr-decision
                           set approve-change to true
                           perform call-aircode-program
                           move ls-message to ls-appr-note
                           perform fetch-next-held-item
                       when "N"
                           move spaces to ls-appr-note
                           perform fetch-next-held-item
                       when other
                           move 1 to ls-appr-done
                   end-evaluate
               end-perform
               if ls-appr-have = 0
                   display G-APPRSCRN
               end-if
               display G-DISTSCRN
           end-if
       .

       report-catalogue-screen section.
       *> every report the batch jobs register on the catalogue
       *> (airrlog, from each job's end record), listed by job and
       *> processing date - the job, the date or both keyed narrow
       *> the list - with any one paged through on screen.
           move spaces to ls-rpt-request
           display catalogue-dat upon environment-name
           accept catalogue-file-name from environment-value
           open input catalogue-file
           if catalogue-status not = "00"
               move "SCRPTNOC" to ls-mx-msg-id
               move "Report catalogue not available" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
               move spaces to ls-rpt-job ls-rpt-date ls-rpt-note
               move 0 to ls-rpt-pick
               move low-values to ls-rpt-last-key
               perform list-catalogue-page
               move 0 to ls-rpt-done
               perform until ls-rpt-done = 1
                   move spaces to ls-rpt-action
                   display G-RPTLIST
                   accept G-RPTLIST
                   move function upper-case(ls-rpt-job) to ls-rpt-job
                   move spaces to ls-rpt-note
                   evaluate function upper-case(ls-rpt-action)
                       when "L"
                           move low-values to ls-rpt-last-key
                           perform list-catalogue-page
                       when "N"
                           if ls-rpt-more = "Y"
                               perform list-catalogue-page
                           else
                               move "SCRPTEND" to ls-mx-msg-id
                               move "No more reports" to ls-mx-text
                               perform get-screen-message
                               move ls-mx-text to ls-rpt-note
                           end-if
                       when "V"
                           if ls-rpt-pick >= 1
                                   and ls-rpt-pick <= ls-rpt-count
                               perform view-catalogued-report
                           else
                               move "SCRPTPCK" to ls-mx-msg-id
                               move "Pick a listed report by #"
                                   to ls-mx-text
                               perform get-screen-message
                               move ls-mx-text to ls-rpt-note
                           end-if
                       when other
                           move 1 to ls-rpt-done
                   end-evaluate
               end-perform
               close catalogue-file
               display G-DISTSCRN
           end-if
       .

       list-catalogue-page section.
       *> twelve rows on from the last one shown; a job keyed starts
       *> the read at that job, a date keyed filters the rows
           perform varying ls-rpt-idx from 1 by 1
                   until ls-rpt-idx > 12
               move spaces to ls-rpt-line(ls-rpt-idx)
               move spaces to ls-rpt-key(ls-rpt-idx)
           end-perform
           move 0 to ls-rpt-count
           move "Y" to ls-rpt-more
           if ls-rpt-last-key = low-values
               initialize rc-rec
               move ls-rpt-job to rc-job
               if ls-rpt-job not = spaces
                   move ls-rpt-date to rc-proc-date
               end-if
               start catalogue-file key >= rc-key
                   invalid key
                       move "N" to ls-rpt-more
               end-start
           else
               move ls-rpt-last-key to rc-key
               start catalogue-file key > rc-key
                   invalid key
                       move "N" to ls-rpt-more
               end-start
           end-if
           perform until no-more-catalogue or ls-rpt-count = 12
               read catalogue-file next record
                   at end
                       move "N" to ls-rpt-more
                   not at end
                       if ls-rpt-job not = spaces
                               and rc-job not = ls-rpt-job
                           move "N" to ls-rpt-more
                       else
                           move rc-key to ls-rpt-last-key
                           if ls-rpt-date = spaces
                                   or rc-proc-date = ls-rpt-date
                               perform note-catalogue-row
                           end-if
                       end-if
               end-read
           end-perform
           if ls-rpt-count = 0
               move "SCRPTNOM" to ls-mx-msg-id
               move "No reports catalogued to match" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-rpt-note
           end-if
       .

       note-catalogue-row section.
           add 1 to ls-rpt-count
           move rc-key to ls-rpt-key(ls-rpt-count)
           move rc-line-count to ls-rpt-lines-edit
           string ls-rpt-count delimited by size
                  " " delimited by size
                  rc-job delimited by size
                  " " delimited by size
                  rc-proc-date delimited by size
                  " " delimited by size
                  rc-run-seq delimited by size
                  " " delimited by size
                  ls-rpt-lines-edit delimited by size
                  " " delimited by size
                  rc-title delimited by size
                  into ls-rpt-line(ls-rpt-count)
       .

       view-catalogued-report section.
           move ls-rpt-key(ls-rpt-pick) to rc-key
           read catalogue-file
               invalid key
                   move "SCRPTGNC" to ls-mx-msg-id
                   move "Report no longer catalogued" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-rpt-note
                   exit section
           end-read
           move rc-title to ls-rpt-title
           move rc-line-count to ls-rpt-total
           move rc-location to rptview-file-name
           move 1 to ls-rpt-first
           move 1 to ls-rpt-column
           move spaces to ls-rpt-note
           perform load-report-page
           if rptview-status not = "00" and rptview-status not = "10"
               move "SCRPTGNF" to ls-mx-msg-id
               move "Report no longer on file" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-rpt-note
               exit section
           end-if
           perform until exit
               move spaces to ls-rpt-action
               display G-RPTVIEW
               accept G-RPTVIEW
               move spaces to ls-rpt-note
               evaluate function upper-case(ls-rpt-action)
                   when "N"
                       if ls-rpt-first + 16 <= ls-rpt-total
                           add 16 to ls-rpt-first
                       else
                           move "SCLASTPG" to ls-mx-msg-id
                           move "Last page" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-rpt-note
                       end-if
                   when "P"
                       if ls-rpt-first > 16
                           subtract 16 from ls-rpt-first
                       else
                           move 1 to ls-rpt-first
                       end-if
                   when "T"
                       move 1 to ls-rpt-first
                   when "R"
                       move 55 to ls-rpt-column
                   when "L"
                       move 1 to ls-rpt-column
                   when other
                       exit perform
               end-evaluate
               perform load-report-page
           end-perform
       .

       load-report-page section.
       *> line sequential, so a page is found by reading down to it;
       *> the reports are a few thousand lines at most
           perform varying ls-rpt-idx from 1 by 1
                   until ls-rpt-idx > 16
               move spaces to ls-rpt-view-line(ls-rpt-idx)
           end-perform
           open input rptview-file
           if rptview-status not = "00"
               exit section
           end-if
           move 0 to ls-rpt-skip
           perform until ls-rpt-skip >= ls-rpt-first - 1
                   or rptview-status not = "00"
               read rptview-file
                   at end
                       move "10" to rptview-status
                   not at end
                       add 1 to ls-rpt-skip
               end-read
           end-perform
           move 0 to ls-rpt-idx
           perform until ls-rpt-idx >= 16
                   or rptview-status not = "00"
               read rptview-file
                   at end
                       move "10" to rptview-status
                   not at end
                       add 1 to ls-rpt-idx
                       move rptview-rec(ls-rpt-column:78)
                           to ls-rpt-view-line(ls-rpt-idx)
               end-read
           end-perform
           close rptview-file
       .

       fetch-next-held-item section.
           move 0 to ls-appr-have
           move "B" to appr-decision
           set approve-change to true
           perform call-aircode-program
           if ls-file-status = "00"
               move 1 to ls-appr-have
               move appr-item to ls-appr-item
               move spaces to ls-message
               perform show-held-item
           end-if
       .

       show-held-item section.
           move spaces to ls-appr-held-show ls-appr-what
                          ls-appr-old-pos ls-appr-new-pos
                          ls-appr-dependants
           string lh-held-stamp(1:8) delimited by size
                  " " delimited by size
                  lh-held-stamp(9:2) delimited by size
                  ":" delimited by size
                  lh-held-stamp(11:2) delimited by size
                  into ls-appr-held-show
           string lho-lat-sign delimited by size
                  lho-lat-degs delimited by size
                  "." delimited by size
                  lho-lat-mins delimited by size
                  " " delimited by size
                  lho-long-sign delimited by size
                  lho-long-degs delimited by size
                  "." delimited by size
                  lho-long-mins delimited by size
                  into ls-appr-old-pos
           evaluate true
               when lh-held-delete
                   move "DELETE airport" to ls-appr-what
               when lh-held-closure
                   move "CLOSE airport" to ls-appr-what
               when other
                   string "MOVE " delimited by size
                          lh-move-km delimited by size
                          " km" delimited by size
                          into ls-appr-what
           end-evaluate
           if lh-function not = "9"
               string lhn-lat-sign delimited by size
                      lhn-lat-degs delimited by size
                      "." delimited by size
                      lhn-lat-mins delimited by size
                      " " delimited by size
                      lhn-long-sign delimited by size
                      lhn-long-degs delimited by size
                      "." delimited by size
                      lhn-long-mins delimited by size
                      into ls-appr-new-pos
           end-if
      *> a delete or closure shows what still names the airport,
      *> so the approver sees what goes with it before deciding
           if lh-held-delete or lh-held-closure
               move lh-code to ls-airport1
               set get-dependants to true
               perform call-aircode-program
               move dnt-summary to ls-appr-dependants
               move spaces to ls-airport1 ls-message
           end-if
       .

       reject-repair-screen section.
       *> views and corrects rows the loaders rejected onto the
       *> common reject file; a saved correction waits for the
       *> repairing feed rows is maintenance by another door.
           move spaces to ls-rej-request
           if ls-own-level not = "A" and ls-own-level not = "M"
               move "SCNOREJ" to ls-mx-msg-id
               move "Not authorized for reject repair" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
               accept reject-file-name from environment-value
               open i-o reject-file
               if reject-status not = "00"
                   move "SCREJNOF" to ls-mx-msg-id
                   move "Reject file not available" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-status-message
                   display ls-status-message at 1908
                           with foreground-color 04
               else
           end-start
           move 0 to ls-rej-done
           if ls-rej-have = 0
               move "SCREJNON" to ls-mx-msg-id
               move "No rejects on file" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-message
           end-if
           perform until ls-rej-have = 0 or ls-rej-done = 1
               move spaces to ls-rej-action
                       move ls-rej-row to rj-raw-row
                       set rj-corrected to true
                       rewrite rj-rec
                       move "SCREJSAV" to ls-mx-msg-id
                       move "Correction saved" to ls-mx-text
                       perform get-screen-message
                       move ls-mx-text to ls-message
                       perform fetch-next-reject
                   when "C"
                       perform confirm-held-reject
                   when "N"
                       perform fetch-next-reject
                   when other
           end-perform
       .

       confirm-held-reject section.
       *> a statistics row held as implausible but genuine goes back
       *> as it stands, marked with a trailing Y so the load applies
       *> it without the year-on-year comparison; no other loader
       *> takes the mark
           if rj-source-job not = "AIRSTLD"
               move "SCREJNCF" to ls-mx-msg-id
               move "Confirm is for statistics holds only"
                   to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-message
               exit section
           end-if
           move 201 to ls-rej-len
           perform until ls-rej-len = 0
                   or ls-rej-row(ls-rej-len:1) not = space
               subtract 1 from ls-rej-len
           end-perform
           if ls-rej-len < 2 or ls-rej-row(ls-rej-len - 1:2) not = ",Y"
               if ls-rej-len > 198
                   move "SCREJLNG" to ls-mx-msg-id
                   move "Row too long to confirm" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-message
                   exit section
               end-if
               move ",Y" to ls-rej-row(ls-rej-len + 1:2)
           end-if
           move ls-rej-row to rj-raw-row
           set rj-corrected to true
           rewrite rj-rec
           move "SCREJCNF" to ls-mx-msg-id
           move "Figures confirmed for resubmit" to ls-mx-text
           perform get-screen-message
           move ls-mx-text to ls-message
           perform fetch-next-reject
       .

       fetch-next-reject section.
       *> the next row still pending; corrected and resubmitted
       *> rows stay on file for the audit trail but not the queue
               move rj-raw-row to ls-rej-row
               move spaces to ls-message
           else
               move "SCREJEND" to ls-mx-msg-id
               move "No more pending rejects" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-message
           end-if
       .

       *> for its end. Admin level, like operator administration.
           move spaces to ls-ops-request
           if ls-own-level not = "A"
               move "SCNOOPS" to ls-mx-msg-id
               move "Not authorized for operations console"
                   to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
           open input runlog-file
           if runlog-status not = "00"
               move "N" to ls-ops-more
               move "SCOPSNOL" to ls-mx-msg-id
               move "Run log not available" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-ops-note
           end-if
           perform until no-more-ops-log
               read runlog-file
                      into ls-ops-line(ls-job-idx)
           end-perform
           if ls-job-count > 14
               move "SCOPSMOR" to ls-mx-msg-id
               move "More jobs than the screen holds" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-ops-note
           end-if
       .

           move spaces to ls-matched-codes-array
           perform call-aircode-program
           if ls-matched-codes(1) = spaces
               move "SCNAMENM" to ls-mx-msg-id
               move "No airports match that name" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
           display G-DISTSCRN
       .

       build-detail-notes-message section.
       *> the detail page has room for four of the airport's notes;
       *> beyond that it points the agent at the notes screen
           move spaces to ls-more-matches-msg
           if ann-count > 4 or more-annotations
               move "SCNOTEMR" to ls-mx-msg-id
               move "More notes - Notes (Y) to see all" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-more-matches-msg
           end-if
       .

       desk-notes-screen section.
       *> the airport's current notes for this desk and everyone,
       *> a page at a time, with add and retire - aircode grades
       *> the operator: own-desk notes for any graded operator,
       *> notes for everyone at maintain level, retiring another
       *> operator's note at admin level.
           move spaces to ls-note-request
           move 0 to ann-seq
           perform fetch-note-page
           perform until exit
               move spaces to ls-note-action ann-new-text
                              ann-new-visibility ann-new-expires
               move 0 to ls-note-retire-seq
               display G-NOTESCRN
               accept G-NOTESCRN
               evaluate ls-note-action
                   when "A"
                   when "a"
                       set add-annotation to true
                       move function upper-case(ann-new-visibility)
                           to ann-new-visibility
                       perform call-aircode-program
                       move 0 to ann-seq
                       perform fetch-note-page-keep-message
                   when "R"
                   when "r"
                       set retire-annotation to true
                       move ls-note-retire-seq to ann-seq
                       perform call-aircode-program
                       move 0 to ann-seq
                       perform fetch-note-page-keep-message
                   when "N"
                   when "n"
                       if more-annotations
                           move ann-note-seq(ann-count) to ann-seq
                       else
                           move 0 to ann-seq
                       end-if
                       perform fetch-note-page
                   when other
                       exit perform
               end-evaluate
           end-perform
           move spaces to ls-airport1 ls-airport2 ls-message
           display G-DISTSCRN
       .

       fetch-note-page-keep-message section.
           move ls-message to ls-note-message
           perform fetch-note-page
           move ls-note-message to ls-message
       .

       fetch-note-page section.
           set get-annotations to true
           perform call-aircode-program
           move spaces to ls-message
           move spaces to ls-more-matches-msg
           perform varying ls-note-line-idx from 1 by 1
                   until ls-note-line-idx > 12
               move spaces to ls-note-line(ls-note-line-idx)
           end-perform
           perform varying ls-note-idx from 1 by 1
                   until ls-note-idx > ann-count
               compute ls-note-line-idx = ls-note-idx * 2 - 1
               string ann-note-seq(ls-note-idx) delimited by size
                      " " delimited by size
                      ann-note-visibility(ls-note-idx)
                          delimited by size
                      " " delimited by size
                      ann-note-author(ls-note-idx) delimited by size
                      " " delimited by size
                      ann-note-written(ls-note-idx) delimited by size
                      " " delimited by size
                      ann-note-expires(ls-note-idx) delimited by size
                      into ls-note-line(ls-note-line-idx)
               add 1 to ls-note-line-idx
               string "     " delimited by size
                      ann-note-text(ls-note-idx) delimited by size
                      into ls-note-line(ls-note-line-idx)
           end-perform
           if ann-count = 0
               move "SCNOTENO" to ls-mx-msg-id
               move "No current notes" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-more-matches-msg
           else
               if more-annotations
                   move "SCNOTENX" to ls-mx-msg-id
                   move "More notes - N for the next page" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-more-matches-msg
               end-if
           end-if
       .

       dq-case-screen section.
       *> the data-quality cases the nightly audit jobs keep open,
       *> a page at a time for one desk or all, with assign,
       *> comment and close - aircase grades the operator: reading
       *> for any graded operator, the rest at maintain level.
           move spaces to ls-case-request
           move spaces to ls-case-desk-filter ls-message
           move 0 to ls-dq-case-no
           perform clear-case-view
           perform fetch-case-page
           perform until exit
               move spaces to ls-case-action ls-case-desk-entry
                              ls-case-comment
               move 0 to ls-case-no-entry
               display G-CASESCRN
               accept G-CASESCRN
               move function upper-case(ls-case-action)
                   to ls-case-action
               evaluate ls-case-action
                   when "N"
                       if ls-dq-more = "Y"
                           move ls-dq-case-line(10)(1:7)
                               to ls-dq-case-no
                       else
                           move 0 to ls-dq-case-no
                       end-if
                       perform fetch-case-page
                   when "R"
                       move "R" to ls-dq-request
                       move ls-case-no-entry to ls-dq-case-no
                       perform call-case-service
                       perform build-case-view
                   when "A"
                   when "C"
                   when "X"
                       move ls-case-action to ls-dq-request
                       move ls-case-no-entry to ls-dq-case-no
                       move ls-case-desk-entry to ls-dq-desk
                       move ls-case-comment to ls-dq-comment
                       perform call-case-service
                       move ls-dq-message to ls-note-message
                       perform clear-case-view
                       move 0 to ls-dq-case-no
                       perform fetch-case-page
                       move ls-note-message to ls-message
                   when other
                       exit perform
               end-evaluate
           end-perform
           move spaces to ls-message
           display G-DISTSCRN
       .

       fetch-case-page section.
           move "B" to ls-dq-request
           move ls-case-desk-filter to ls-dq-desk
           perform call-case-service
           move ls-dq-message to ls-message
           move spaces to ls-more-matches-msg
           if ls-dq-case-line(1) = spaces
               move "SCCASENO" to ls-mx-msg-id
               move "No open cases" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-more-matches-msg
           else
               if ls-dq-more = "Y"
                   move "SCCASENX" to ls-mx-msg-id
                   move "More cases - N for the next page" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-more-matches-msg
               end-if
           end-if
       .

       call-case-service section.
           move ls-operator-id to ls-dq-operator
           move ls-language to ls-dq-language
           call "aircase" using ls-dq-case-area
       .

       clear-case-view section.
           perform varying ls-case-idx from 1 by 1
                   until ls-case-idx > 4
               move spaces to ls-case-view(ls-case-idx)
           end-perform
       .

       build-case-view section.
           perform clear-case-view
           move ls-dq-message to ls-message
           if ls-dq-status not = "00"
               exit section
           end-if
           string "Case " delimited by size
                  ls-case-no-entry delimited by size
                  " " delimited by size
                  ls-dq-source-job delimited by size
                  " " delimited by size
                  ls-dq-airport delimited by size
                  " " delimited by size
                  ls-dq-case-type delimited by size
                  " " delimited by size
                  ls-dq-case-ref delimited by size
                  " state " delimited by size
                  ls-dq-view-state delimited by size
                  " desk " delimited by size
                  ls-dq-desk delimited by size
                  into ls-case-view(1)
           string "First " delimited by size
                  ls-dq-view-first-seen delimited by size
                  " last " delimited by size
                  ls-dq-view-last-seen delimited by size
                  " seen " delimited by size
                  ls-dq-view-seen-count delimited by size
                  " runs  assigned by " delimited by size
                  ls-dq-view-assigned-by delimited by size
                  " closed by " delimited by size
                  ls-dq-view-closed-by delimited by size
                  into ls-case-view(2)
           move ls-dq-detail to ls-case-view(3)
           if ls-dq-comment not = spaces
               string ls-dq-view-comment-by delimited by space
                      " " delimited by size
                      ls-dq-view-comment-on delimited by size
                      ": " delimited by size
                      ls-dq-comment delimited by size
                      into ls-case-view(4)
           end-if
       .

       call-connection-search section.
       *> a pair with no direct airline service comes back with the
       *> one-stop candidates aircode found by walking the route file
           end-if
       .

       call-fir-crossings section.
       *> the flight information regions the great circle crosses,
       *> with the distance and en-route charge in each, for the
       *> aircraft type given on the lookup screen
           set get-fir-crossings to true
           move spaces to ls-from-to-msg
           string ls-airport1 delimited by space
                  " -> " delimited by size
                  ls-airport2 delimited by space
                  into ls-from-to-msg
           end-string
           perform call-aircode-program
           move spaces to ls-fir-request
           if fir-count > 0
               perform build-fir-lines
               display G-FIRSCRN
               move spaces to ls-airport1 ls-airport2
           else
               if ls-message = spaces
                   move "SCAPNF" to ls-mx-msg-id
                   move "Airport not found" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-message
               end-if
               display ls-message at 1908
                       with foreground-color 04
           end-if
       .

       call-tankering section.
       *> whether carrying the return sector's fuel out from airport
       *> 1 beats buying it at airport 2, for the aircraft type on
       *> the lookup screen, at the frequency on the airline file
           set get-tankering to true
           move 0 to tnk-weekly-flights
           move spaces to ls-from-to-msg
           string ls-airport1 delimited by space
                  " -> " delimited by size
                  ls-airport2 delimited by space
                  into ls-from-to-msg
           end-string
           perform call-aircode-program
           move spaces to ls-tank-request
           evaluate true
               when tanker-pays
                   move "SCTANKY" to ls-mx-msg-id
                   move "Tankering pays on this sector" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-tank-verdict
               when tanker-no-gain
                   move "SCTANKN" to ls-mx-msg-id
                   move "Tankering does not pay on this sector"
                       to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-tank-verdict
               when other
                   move spaces to ls-tank-verdict
           end-evaluate
           if ls-tank-verdict not = spaces
               display G-TANKSCRN
               move spaces to ls-airport1 ls-airport2
           else
               if ls-message = spaces
                   move "SCAPNF" to ls-mx-msg-id
                   move "Airport not found" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-message
               end-if
               display ls-message at 1908
                       with foreground-color 04
           end-if
       .

       build-fir-lines section.
           perform varying ls-fir-idx from 1 by 1
                   until ls-fir-idx > 15
               move spaces to ls-fir-line(ls-fir-idx)
           end-perform
           perform varying ls-fir-idx from 1 by 1
                   until ls-fir-idx > fir-count
               string fir-id(ls-fir-idx) delimited by size
                      "  " delimited by size
                      fir-name(ls-fir-idx) delimited by size
                      " " delimited by size
                      fir-km(ls-fir-idx) delimited by size
                      "   " delimited by size
                      fir-charge(ls-fir-idx) delimited by size
                      " " delimited by size
                      fir-currency(ls-fir-idx) delimited by size
                      into ls-fir-line(ls-fir-idx)
               end-string
           end-perform
           move spaces to ls-fir-note
           if fir-list-cut = "Y"
               move "SCFIRMOR" to ls-mx-msg-id
               move "More regions crossed than listed" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-fir-note
           end-if
       .

       build-connection-lines section.
           perform varying ls-conn-idx from 1 by 1
                   until ls-conn-idx > 10
               end-write
               close saveitin-file
               move spaces to ls-itin-stale
               move "SCITNSAV" to ls-mx-msg-id
               move "Saved as &1" to ls-mx-text
               move sv-name to ls-mx-arg-1
               perform get-screen-message
               move ls-mx-text to ls-itin-stale
           end-if
           move spaces to ls-itin-save-name
       .
           accept saveitin-file-name from environment-value
           open input saveitin-file
           if saveitin-status not = "00"
               move "SCITNNOF" to ls-mx-msg-id
               move "No saved itineraries on file" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-status-message
               display ls-status-message at 1908
                       with foreground-color 04
           else
                   to sv-name
               read saveitin-file
                   invalid key
                       move "SCITNNF" to ls-mx-msg-id
                       move "No itinerary saved under that name"
                           to ls-mx-text
                       perform get-screen-message
                       move ls-mx-text to ls-status-message
                       display ls-status-message at 1908
                               with foreground-color 04
                   not invalid key
       .

       reprice-saved-itinerary section.
       *> costs come back at the rates of the day it was saved
       *> unless the agent has keyed another as-of date
           move ls-fx-as-of-date to ls-itin-keyed-as-of
           if ls-fx-as-of-date = spaces
               move sv-saved-date to ls-fx-as-of-date
           end-if
           move sv-leg-count to ls-itinerary-count
           perform varying ls-itin-idx from 1 by 1
                   until ls-itin-idx > 10
                   function numval-c(itinerary-total-km)
               move spaces to ls-itin-stale
               if ls-itin-new-km not = ls-itin-saved-km
                   move "SCITNCHG" to ls-mx-msg-id
                   move "CHANGED since &1 - was &2km" to ls-mx-text
                   move sv-saved-date to ls-mx-arg-1
                   move ls-itin-saved-km to ls-mx-arg-2
                   perform get-screen-message
                   move ls-mx-text to ls-itin-stale
               else
                   move "SCITNSAM" to ls-mx-msg-id
                   move "Unchanged since &1" to ls-mx-text
                   move sv-saved-date to ls-mx-arg-1
                   perform get-screen-message
                   move ls-mx-text to ls-itin-stale
               end-if
               display G-ITINSCRN
               perform varying ls-itin-idx from 1 by 1
                   move spaces to ls-itinerary-codes(ls-itin-idx)
               end-perform
               move spaces to ls-airport1 ls-airport2 ls-itin-stale
               move ls-itin-keyed-as-of to ls-fx-as-of-date
               display G-DISTSCRN
           else
               move ls-itin-keyed-as-of to ls-fx-as-of-date
               perform display-invalid-code
           end-if
       .

       build-more-matches-message section.
           if more-matches-available
               move "SCMOREMT" to ls-mx-msg-id
               move "More matches available" to ls-mx-text
               perform get-screen-message
               move ls-mx-text to ls-more-matches-msg
           else
      *> a closed-airport or metro-code answer arrives with its
      *> explanation in ls-message; show it under the pick list
           move 0 to ls-recall-select
       .

       get-screen-message section.
       *> message ls-mx-msg-id in the operator's language, markers
       *> filled from the args; the English text set in ls-mx-text
       *> stands when the catalogue has no row for it
           move ls-language to ls-mx-language
           call "airmsg" using ls-mx-message-area
           move spaces to ls-mx-args
       .

       display-invalid-code section.
           perform translate-file-status
           display ls-status-message at 1908
       *> for every possible cause.
           evaluate ls-file-status(1:1)
               when "1"
                   move "SCFSNF" to ls-mx-msg-id
                   move "Airport code not found" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-status-message
               when "2"
                   evaluate ls-file-status(2:1)
                       when "2"
                           move "SCFSDUP" to ls-mx-msg-id
                           move "Duplicate airport code" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                       when "3"
                           move "SCFSNF" to ls-mx-msg-id
                           move "Airport code not found" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                       when other
                           move "SCFSKEY" to ls-mx-msg-id
                           move "Airport file key error" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                   end-evaluate
               when "3"
                   evaluate ls-file-status(2:1)
                       when "5"
                           move "SCFSNOF" to ls-mx-msg-id
                           move "Airport file not found" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                       when "7"
                           move "SCFSMODE" to ls-mx-msg-id
                           move "Airport file open mode conflict"
                               to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                       when other
                           move "SCFSIO" to ls-mx-msg-id
                           move "Airport file I/O error" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                   end-evaluate
               when "4"
                   move "SCFSNOPN" to ls-mx-msg-id
                   move "Airport file not opened" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-status-message
               when "9"
                   evaluate ls-file-status(2:1)
                       when "1"
                           move "SCFSAUTH" to ls-mx-msg-id
                           move "Not authorized for maintenance"
                               to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                       when "3"
                           move "SCFSLOCK" to ls-mx-msg-id
                           move "Master under maintenance" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                       when other
                           move "SCFSERR" to ls-mx-msg-id
                           move "Airport file error" to ls-mx-text
                           perform get-screen-message
                           move ls-mx-text to ls-status-message
                   end-evaluate
               when other
                   move "SCFSIATA" to ls-mx-msg-id
                   move "Invalid IATA code" to ls-mx-text
                   perform get-screen-message
                   move ls-mx-text to ls-status-message
           end-evaluate
       .

                                by reference ls-facility-info
                                by reference ls-report-currency
                                by reference ls-query-criteria
                                by reference ls-fare-request
                                by reference ls-weather-info
                                by reference ls-sun-info
                                by reference ls-approval-request
                                by reference ls-target-scope
                                by reference ls-fir-result
                                by reference ls-tanker-result
                                by reference ls-dependants
                                by reference ls-reversal
                                by reference ls-annotations
                                by reference ls-fx-as-of-date
                                by reference ls-city-centre
                                by reference ls-language
                                by reference ls-target-grant
       .

       end program airport.
