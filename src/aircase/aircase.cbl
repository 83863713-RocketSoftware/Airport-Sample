      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Data-quality case service. The nightly audit jobs post
      * their exceptions here instead of only printing them afresh
      * each night, so the same exception is one case that lives
      * until it is fixed, with a record of which desk is on it.
      * Case file dd_dq_cases (aircase.cpy), keyed by case number
      * with the exception as a unique alternate key; created empty
      * on first use, and with none configured every request is a
      * quiet no-op, so the audit jobs run unchanged outside the
      * suite. Requests are described in aircasp.cpy: the batch
      * ones hold the file open from the start of run to its end;
      * the terminal ones open it for the one call, the way airrefm
      * treats its tables, and grade the operator off the authority
      * file (dd_operator_authority).
      *
      ******************************************************************
       program-id. aircase.

       select case-file assign case-file-name
           organization indexed
           record key is cs-case-no with no duplicates
           alternate record key is cs-exception-key
               with no duplicates
           file status is case-status
           access dynamic.

       select airauth-file assign airauth-file-name
           organization indexed
           record key is au-operator-id with no duplicates
           file status is airauth-status
           access dynamic.

       data division.
       fd case-file.
       01 cs-rec.
       copy "aircase.cpy" replacing ==(prefix)== by ==cs==.

       fd airauth-file.
       01 au-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==au==.

       working-storage section.
       01 case-file-name               pic x(80).
       01 airauth-file-name            pic x(80).
       01 case-status                  pic xx.
       01 airauth-status               pic xx.
       78 case-dat                     value "dd_dq_cases".
       78 airauth-dat                  value "dd_operator_authority".

       01 case-file-open               pic 9 value 0.
       01 run-stamp                    pic x(14).
       01 now-stamp                    pic x(21).
       01 today-date                   pic x(8).
       01 next-case-no                 pic 9(7) value 0.
       01 more-cases                   pic x.
           88 no-more-cases            value "N".

       01 operator-level               pic x.
       01 grant-now-stamp              pic x(21).
       01 action-allowed               pic 9.

       01 line-idx                     pic 9(2).
       01 case-age-days                pic 9(5).
       01 age-edit                     pic z(4)9.
       01 state-text                   pic x(8).
       copy "airmsgp.cpy" replacing ==(mx-prefix)== by ==cm==.

       linkage section.
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==lk==.

       procedure division using by reference lk-case-area.
       main section.
           move "00" to lk-status
           move spaces to lk-message
           move function current-date to now-stamp
           move now-stamp(1:8) to today-date
           evaluate lk-request
               when "S"
                   perform start-case-run
               when "P"
                   perform post-exception-case
               when "W"
                   perform sweep-unseen-cases
               when "E"
                   perform end-case-run
               when "B"
               when "R"
               when "A"
               when "C"
               when "X"
                   perform terminal-case-request
               when other
                   move "92" to lk-status
                   move "CSUNKREQ" to cm-msg-id
                   move "Unknown case request" to cm-text
                   perform put-case-message
           end-evaluate
           exit program
       .

       open-case-file section.
           move 0 to case-file-open
           display case-dat upon environment-name
           accept case-file-name from environment-value
           if case-file-name = spaces
               exit section
           end-if
           open i-o case-file
           if case-status = "35"
               open output case-file
               close case-file
               open i-o case-file
           end-if
           if case-status = "00"
               move 1 to case-file-open
           end-if
       .

       close-case-file section.
           if case-file-open = 1
               close case-file
               move 0 to case-file-open
           end-if
       .

       start-case-run section.
       *> the run stamp is what tells this run's sightings from
       *> earlier ones at sweep time; the highest case number on
       *> file is found once, here, for the cases the run opens
           initialize lk-run-counts
           move now-stamp(1:14) to run-stamp
           perform open-case-file
           if case-file-open = 0
               exit section
           end-if
           move 0 to next-case-no
           move 0 to cs-case-no
           move "Y" to more-cases
           start case-file key >= cs-case-no
               invalid key
                   move "N" to more-cases
           end-start
           perform until no-more-cases
               read case-file next record
                   at end
                       move "N" to more-cases
                   not at end
                       move cs-case-no to next-case-no
               end-read
           end-perform
       .

       post-exception-case section.
           if case-file-open = 0
               exit section
           end-if
           move function upper-case(lk-source-job) to cs-source-job
           move function upper-case(lk-airport) to cs-airport
           move function upper-case(lk-case-type) to cs-case-type
           move lk-case-ref to cs-case-ref
           read case-file key is cs-exception-key
               invalid key
                   perform open-new-case
               not invalid key
                   perform update-seen-case
           end-read
       .

       open-new-case section.
           initialize cs-case-no cs-detail cs-first-seen
                      cs-last-seen cs-last-run cs-seen-count
                      cs-desk cs-assigned-by cs-assigned-on
                      cs-comment cs-comment-by cs-comment-on
                      cs-closed-by cs-closed-on cs-close-reason
           add 1 to next-case-no
           move next-case-no to cs-case-no
           move lk-detail to cs-detail
           move today-date to cs-first-seen cs-last-seen
           move run-stamp to cs-last-run
           move 1 to cs-seen-count
           set cs-open to true
           write cs-rec
               invalid key
                   move "22" to lk-status
                   move "CSNOOPEN" to cm-msg-id
                   move "Case could not be opened" to cm-text
                   perform put-case-message
               not invalid key
                   add 1 to lk-opened
           end-write
       .

       update-seen-case section.
       *> seen again: the case is kept, with the latest wording and
       *> date; a case closed since - by a desk or by an earlier
       *> sweep - comes back open, still on the desk it was with
           if cs-last-run not = run-stamp
               add 1 to cs-seen-count
           end-if
           move lk-detail to cs-detail
           move today-date to cs-last-seen
           move run-stamp to cs-last-run
           if cs-closed
               if cs-desk = spaces
                   set cs-open to true
               else
                   set cs-assigned to true
               end-if
               move spaces to cs-closed-by cs-closed-on
                              cs-close-reason
               add 1 to lk-reopened
           else
               add 1 to lk-updated
           end-if
           rewrite cs-rec
               invalid key
                   move "22" to lk-status
                   move "CSNOUPD" to cm-msg-id
                   move "Case could not be updated" to cm-text
                   perform put-case-message
           end-rewrite
       .

       sweep-unseen-cases section.
       *> a case of this job this run did not post has been put
       *> right since - close it as the job's own doing
           if case-file-open = 0
               exit section
           end-if
           move 0 to cs-case-no
           move "Y" to more-cases
           start case-file key >= cs-case-no
               invalid key
                   move "N" to more-cases
           end-start
           perform until no-more-cases
               read case-file next record
                   at end
                       move "N" to more-cases
                   not at end
                       if cs-source-job =
                               function upper-case(lk-source-job)
                               and not cs-closed
                               and cs-last-run not = run-stamp
                               and (lk-case-type = spaces
                                   or cs-case-type =
                                   function upper-case(lk-case-type))
                           set cs-closed to true
                           set cs-auto-closed to true
                           move "AUTO" to cs-closed-by
                           move today-date to cs-closed-on
                           rewrite cs-rec
                           add 1 to lk-auto-closed
                       end-if
               end-read
           end-perform
       .

       end-case-run section.
           perform close-case-file
       .

       terminal-case-request section.
           perform check-operator-level
           if action-allowed = 0
               move "91" to lk-status
               move "CSNOAUTH" to cm-msg-id
               move "Not authorized for that action" to cm-text
               perform put-case-message
               exit section
           end-if
           perform open-case-file
           if case-file-open = 0
               move "35" to lk-status
               move "CSNOFILE" to cm-msg-id
               move "Case file not configured" to cm-text
               perform put-case-message
               exit section
           end-if
           evaluate lk-request
               when "B"
                   perform browse-open-cases
               when "R"
                   perform read-one-case
               when other
                   perform maintain-one-case
           end-evaluate
           perform close-case-file
       .

       check-operator-level section.
       *> browse and read need an authority row at any level;
       *> assign, comment and close need maintain or admin
           move 0 to action-allowed
           move space to operator-level
           display airauth-dat upon environment-name
           accept airauth-file-name from environment-value
           open input airauth-file
           if airauth-status = "00"
               move function upper-case(lk-operator)
                   to au-operator-id
               read airauth-file
                   invalid key
                       continue
                   not invalid key
                       move au-auth-level to operator-level
                       if operator-level = space
                           if au-authorized
                               move "M" to operator-level
                           else
                               move "L" to operator-level
                           end-if
                       end-if
      *> a temporary level past its valid-until date counts as
      *> the level it drops back to, none for a revoke
                       if au-valid-until not = spaces
                               and au-valid-until numeric
                           move function current-date to grant-now-stamp
                           if au-valid-until < grant-now-stamp(1:8)
                               move au-normal-level to operator-level
                           end-if
                       end-if
               end-read
               close airauth-file
           end-if
           evaluate lk-request
               when "B"
               when "R"
                   if operator-level not = space
                       move 1 to action-allowed
                   end-if
               when other
                   if operator-level = "M" or operator-level = "A"
                       move 1 to action-allowed
                   end-if
           end-evaluate
       .

       browse-open-cases section.
           move spaces to lk-more
           perform varying line-idx from 1 by 1 until line-idx > 10
               move spaces to lk-case-line(line-idx)
           end-perform
           move 0 to line-idx
           move lk-case-no to cs-case-no
           add 1 to cs-case-no
           move "Y" to more-cases
           start case-file key >= cs-case-no
               invalid key
                   move "N" to more-cases
           end-start
           perform until no-more-cases
               read case-file next record
                   at end
                       move "N" to more-cases
                   not at end
                       if not cs-closed
                               and (lk-desk = spaces
                                   or cs-desk =
                                   function upper-case(lk-desk))
                           perform take-browse-line
                       end-if
               end-read
           end-perform
       .

       take-browse-line section.
       *> an eleventh case only says there is another page
           if line-idx = 10
               move "Y" to lk-more
               move "N" to more-cases
               exit section
           end-if
           add 1 to line-idx
           perform compute-case-age
           move case-age-days to age-edit
           string cs-case-no delimited by size
                  " " delimited by size
                  cs-source-job delimited by size
                  " " delimited by size
                  cs-airport delimited by size
                  " " delimited by size
                  cs-case-type delimited by size
                  " " delimited by size
                  cs-desk delimited by size
                  age-edit delimited by size
                  "d " delimited by size
                  cs-detail(1:30) delimited by size
                  into lk-case-line(line-idx)
       .

       compute-case-age section.
           move 0 to case-age-days
           if cs-first-seen is numeric
               compute case-age-days =
                   function integer-of-date(function numval(today-date))
                   - function integer-of-date(
                       function numval(cs-first-seen))
           end-if
       .

       read-one-case section.
           move lk-case-no to cs-case-no
           read case-file
               invalid key
                   move "23" to lk-status
                   move "CSNOCASE" to cm-msg-id
                   move "No such case" to cm-text
                   perform put-case-message
                   exit section
           end-read
           move cs-source-job to lk-source-job
           move cs-airport to lk-airport
           move cs-case-type to lk-case-type
           move cs-case-ref to lk-case-ref
           move cs-detail to lk-detail
           move cs-desk to lk-desk
           move cs-comment to lk-comment
           move cs-state to lk-view-state
           move cs-first-seen to lk-view-first-seen
           move cs-last-seen to lk-view-last-seen
           move cs-seen-count to lk-view-seen-count
           move cs-assigned-by to lk-view-assigned-by
           move cs-comment-by to lk-view-comment-by
           move cs-comment-on to lk-view-comment-on
           move cs-closed-by to lk-view-closed-by
       .

       maintain-one-case section.
           move lk-case-no to cs-case-no
           read case-file
               invalid key
                   move "23" to lk-status
                   move "CSNOCASE" to cm-msg-id
                   move "No such case" to cm-text
                   perform put-case-message
                   exit section
           end-read
           if cs-closed
               move "92" to lk-status
               move "CSCLOSED" to cm-msg-id
               move "Case is already closed" to cm-text
               perform put-case-message
               exit section
           end-if
           evaluate lk-request
               when "A"
                   move function upper-case(lk-desk) to cs-desk
                   move function upper-case(lk-operator)
                       to cs-assigned-by
                   move today-date to cs-assigned-on
                   if cs-desk = spaces
                       set cs-open to true
                       move "CSUNASGN" to cm-msg-id
                       move "Case unassigned" to cm-text
                       perform put-case-message
                   else
                       set cs-assigned to true
                       move "CSASSIGN" to cm-msg-id
                       move "Case assigned to &1" to cm-text
                       move cs-desk to cm-arg-1
                       perform put-case-message
                   end-if
               when "C"
                   if lk-comment = spaces
                       move "92" to lk-status
                       move "CSNOCMT" to cm-msg-id
                       move "Comment is blank" to cm-text
                       perform put-case-message
                       exit section
                   end-if
                   perform take-case-comment
                   move "CSCMTOK" to cm-msg-id
                   move "Comment recorded" to cm-text
                   perform put-case-message
               when "X"
                   if lk-comment not = spaces
                       perform take-case-comment
                   end-if
                   set cs-closed to true
                   set cs-desk-closed to true
                   move function upper-case(lk-operator)
                       to cs-closed-by
                   move today-date to cs-closed-on
                   move "CSCLOSE" to cm-msg-id
                   move "Case closed" to cm-text
                   perform put-case-message
           end-evaluate
           rewrite cs-rec
               invalid key
                   move "22" to lk-status
                   move "CSNOUPD" to cm-msg-id
                   move "Case could not be updated" to cm-text
                   perform put-case-message
           end-rewrite
       .

       put-case-message section.
       *> message cm-msg-id in the operator's language, as aircode
       *> puts its own; the English text set in cm-text stands when
       *> the catalogue has no row for it
           move lk-language to cm-language
           call "airmsg" using cm-message-area
           move cm-text to lk-message
           move spaces to cm-args
       .

       take-case-comment section.
           move lk-comment to cs-comment
           move function upper-case(lk-operator) to cs-comment-by
           move today-date to cs-comment-on
       .

       end program aircase.
