      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Session registry service: who is signed on to the airport
      * front end right now, from which terminal, since when, last
      * active when, and whether in training - what a supervisor
      * needs to see before a batch writer takes the airmlok
      * interlock. Registry file dd_sessions (airsess.cpy), created
      * empty on first use and opened for the one call. The idle
      * timeout is the site parameter SESSION-IDLE-MINS
      * (dd_site_params); with none set sessions never time out.
      * The list and force requests grade the operator off the
      * authority file (dd_operator_authority) and need admin.
      * Requests are described in airsessp.cpy.
      *
      ******************************************************************
       program-id. airsess.

       select session-file assign session-file-name
           organization indexed
           record key is ss-key with no duplicates
           file status is session-status
           access dynamic.

       select airauth-file assign airauth-file-name
           organization indexed
           record key is au-operator-id with no duplicates
           file status is airauth-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       data division.
       fd session-file.
       01 ss-rec.
       copy "airsess.cpy" replacing ==(prefix)== by ==ss==.

       fd airauth-file.
       01 au-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==au==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       working-storage section.
       01 session-file-name            pic x(80).
       01 airauth-file-name            pic x(80).
       01 siteparams-file-name         pic x(80).
       01 session-status               pic xx.
       01 airauth-status               pic xx.
       01 siteparams-status            pic xx.
       78 session-dat                  value "dd_sessions".
       78 airauth-dat                  value "dd_operator_authority".
       78 siteparams-dat               value "dd_site_params".
       78 terminal-dat                 value "dd_terminal_id".

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).
       01 idle-limit                   pic 9(4) value 0.
       01 params-loaded                pic 9 value 0.

       01 session-file-open            pic 9 value 0.
       01 this-terminal                pic x(8).
       01 now-stamp                    pic x(21).
       01 now-minutes                  pic 9(11).
       01 stamp-minutes                pic 9(11).
       01 stamp-work                   pic x(14).
       01 idle-minutes                 pic 9(11).
       01 idle-edit                    pic z(4)9.
       01 more-sessions                pic x.
           88 no-more-sessions         value "N".
       01 line-idx                     pic 9(2).
       01 operator-level               pic x.
       01 grant-now-stamp              pic x(21).
       copy "airmsgp.cpy" replacing ==(mx-prefix)== by ==sm==.

       linkage section.
       copy "airsessp.cpy" replacing ==(sx-prefix)== by ==lk==.

       procedure division using by reference lk-session-area.
       main section.
           move "00" to lk-status
           move spaces to lk-message
           move function current-date to now-stamp
           move now-stamp(1:14) to stamp-work
           perform stamp-to-minutes
           move stamp-minutes to now-minutes
           if params-loaded = 0
               perform load-idle-limit
               move 1 to params-loaded
           end-if
           move idle-limit to lk-idle-mins
           display terminal-dat upon environment-name
           accept this-terminal from environment-value

           evaluate lk-request
               when "L"
               when "F"
                   perform check-operator-level
                   if operator-level not = "A"
                       move "91" to lk-status
                       move "SSNOAUTH" to sm-msg-id
                       move "Not authorized for session control"
                           to sm-text
                       perform put-session-message
                       exit program
                   end-if
           end-evaluate

           perform open-session-file
           if session-file-open = 0
               if lk-request = "L" or lk-request = "F"
                   move "35" to lk-status
                   move "SSNOFILE" to sm-msg-id
                   move "Session registry not configured" to sm-text
                   perform put-session-message
               end-if
               exit program
           end-if
           evaluate lk-request
               when "O"
                   perform register-session
               when "T"
                   perform touch-session
               when "C"
                   perform remove-session
               when "L"
                   perform list-sessions
               when "F"
                   perform flag-force-sign-off
               when other
                   move "92" to lk-status
                   move "SSUNKREQ" to sm-msg-id
                   move "Unknown session request" to sm-text
                   perform put-session-message
           end-evaluate
           perform close-session-file
           exit program
       .

       open-session-file section.
           move 0 to session-file-open
           display session-dat upon environment-name
           accept session-file-name from environment-value
           if session-file-name = spaces
               exit section
           end-if
           open i-o session-file
           if session-status = "35"
               open output session-file
               close session-file
               open i-o session-file
           end-if
           if session-status = "00"
               move 1 to session-file-open
           end-if
       .

       close-session-file section.
           if session-file-open = 1
               close session-file
               move 0 to session-file-open
           end-if
       .

       register-session section.
       *> an entry already there for this terminal and operator is
       *> what a session that died without signing off left behind
           move this-terminal to ss-terminal
           move function upper-case(lk-operator) to ss-operator
           move now-stamp(1:14) to ss-started ss-last-activity
           move "N" to ss-training
           if lk-training = "Y"
               move "Y" to ss-training
           end-if
           move "N" to ss-force-flag
           move spaces to ss-forced-by
           write ss-rec
               invalid key
                   rewrite ss-rec
           end-write
       .

       touch-session section.
           move this-terminal to ss-terminal
           move function upper-case(lk-operator) to ss-operator
           read session-file
               invalid key
      *> cleared from the list as idle by a supervisor's listing
                   move "IT" to lk-status
                   move "SSIDLE" to sm-msg-id
                   move "Session ended - idle too long" to sm-text
                   perform put-session-message
                   exit section
           end-read
           if ss-force-requested
               delete session-file record
               move "FS" to lk-status
               move "SSFORCED" to sm-msg-id
               move "Session ended by supervisor &1" to sm-text
               move ss-forced-by to sm-arg-1
               perform put-session-message
               exit section
           end-if
           perform compute-idle-minutes
           if idle-limit > 0 and idle-minutes > idle-limit
               delete session-file record
               move "IT" to lk-status
               move "SSIDLE" to sm-msg-id
               move "Session ended - idle too long" to sm-text
               perform put-session-message
               exit section
           end-if
           move now-stamp(1:14) to ss-last-activity
           rewrite ss-rec
       .

       remove-session section.
           move this-terminal to ss-terminal
           move function upper-case(lk-operator) to ss-operator
           delete session-file record
               invalid key
                   continue
           end-delete
       .

       list-sessions section.
           move spaces to lk-more
           perform varying line-idx from 1 by 1 until line-idx > 10
               move spaces to lk-page-line(line-idx)
                              lk-page-key(line-idx)
           end-perform
           move 0 to line-idx
           move lk-continue-key to ss-key
           move "Y" to more-sessions
           start session-file key > ss-key
               invalid key
                   move "N" to more-sessions
           end-start
           perform until no-more-sessions
               read session-file next record
                   at end
                       move "N" to more-sessions
                   not at end
                       perform compute-idle-minutes
                       if idle-limit > 0 and idle-minutes > idle-limit
                           delete session-file record
                       else
                           perform take-session-line
                       end-if
               end-read
           end-perform
       .

       take-session-line section.
       *> an eleventh session only says there is another page
           if line-idx = 10
               move "Y" to lk-more
               move "N" to more-sessions
               exit section
           end-if
           add 1 to line-idx
           move ss-key to lk-page-key(line-idx)
           if idle-minutes > 99999
               move 99999 to idle-edit
           else
               move idle-minutes to idle-edit
           end-if
           string ss-terminal delimited by size
                  " " delimited by size
                  ss-operator delimited by size
                  " " delimited by size
                  ss-started(1:8) delimited by size
                  " " delimited by size
                  ss-started(9:4) delimited by size
                  "  " delimited by size
                  ss-last-activity(9:4) delimited by size
                  idle-edit delimited by size
                  "m  " delimited by size
                  ss-training delimited by size
                  "   " delimited by size
                  ss-force-flag delimited by size
                  " " delimited by size
                  ss-forced-by delimited by size
                  into lk-page-line(line-idx)
       .

       flag-force-sign-off section.
           move lk-target-key to ss-key
           read session-file
               invalid key
                   move "23" to lk-status
                   move "SSNOSESS" to sm-msg-id
                   move "No such session" to sm-text
                   perform put-session-message
                   exit section
           end-read
           move "Y" to ss-force-flag
           move function upper-case(lk-operator) to ss-forced-by
           rewrite ss-rec
           move "SSFLAGD" to sm-msg-id
           move "Sign-off flagged - ends at next action" to sm-text
           perform put-session-message
       .

       put-session-message section.
       *> message sm-msg-id in the operator's language, as aircode
       *> puts its own; the English text set in sm-text stands when
       *> the catalogue has no row for it
           move lk-language to sm-language
           call "airmsg" using sm-message-area
           move sm-text to lk-message
           move spaces to sm-args
       .

       compute-idle-minutes section.
           move ss-last-activity to stamp-work
           perform stamp-to-minutes
           move 0 to idle-minutes
           if now-minutes > stamp-minutes
               compute idle-minutes = now-minutes - stamp-minutes
           end-if
       .

       stamp-to-minutes section.
           move 0 to stamp-minutes
           if stamp-work(1:12) is numeric
               compute stamp-minutes =
                   function integer-of-date(
                       function numval(stamp-work(1:8))) * 1440
                   + function numval(stamp-work(9:2)) * 60
                   + function numval(stamp-work(11:2))
           end-if
       .

       check-operator-level section.
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
       .

       load-idle-limit section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the one row this service cares about
           display siteparams-dat upon environment-name
           accept siteparams-file-name from environment-value
           if siteparams-file-name = spaces
               exit section
           end-if
           open input siteparams-file
           move "Y" to siteparams-more
           if siteparams-status not = "00"
               move "N" to siteparams-more
           end-if
           perform until siteparams-more = "N"
               read siteparams-file
                   at end
                       move "N" to siteparams-more
                   not at end
                       move spaces to siteparam-name
                                      siteparam-value
                       unstring siteparams-rec delimited by ","
                           into siteparam-name siteparam-value
                       end-unstring
                       if function upper-case(siteparam-name)
                               = "SESSION-IDLE-MINS"
                               and siteparam-value not = spaces
                           compute idle-limit =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       end program airsess.
