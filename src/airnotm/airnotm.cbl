      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Loads raw ICAO-format NOTAMs, as copied off the AFTN feed
      * (dd_notam_feed), on to the temporary-restrictions file.
      * Each NOTAM opens on its header line and runs to a blank
      * line or the next header:
      *
      *     (A1234/26 NOTAMN
      *     Q) EGTT/QFALC/IV/NBO/A/000/999/5129N00028W005
      *     A) EGLC B) 2605010600 C) 2605152200
      *     E) AERODROME CLOSED DUE TO WIP)
      *
      * The Q-code says what it is: QFALC an aerodrome closure,
      * QMRLC a runway closure (the runway taken off the "RWY"
      * in E), and the plain-language QFAXX / QMRXX count when
      * E) says CLSD or CLOSED. A) is the ICAO location, found
      * through the master's f-icao key; B) and C) are the UTC
      * times YYMMDDHHMM, held as the window's dates - B) WIE
      * reads as the processing date, C) PERM or UFN as open-
      * ended, an EST suffix is ignored. The window carries the
      * NOTAM's id and the first 30 characters of E). NOTAMR
      * retires the window of the NOTAM it replaces and loads the
      * new one; NOTAMC retires the one it cancels. A well-formed
      * NOTAM about anything other than a closure (lighting,
      * taxiways, obstacles) is passed over, as is a replacement
      * or cancellation of a NOTAM never loaded. One that cannot be
      * read or classified goes, unchanged and with nothing else
      * touched, to the common reject file. Every NOTAM is listed
      * on dd_notam_load_out. Writes the common run log.
      *
      ******************************************************************
       program-id. airnotm.

       select feed-file assign feed-file-name
           organization line sequential
           file status is feed-status.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airntm-file assign airntm-file-name
           organization indexed
           record key is nt-key with no duplicates
           file status is airntm-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd feed-file.
       01 feed-rec                     pic x(132).

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airntm-file.
       01 nt-rec.
       copy "airntm.cpy" replacing ==(prefix)== by ==nt==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 feed-file-name               pic x(80).
       01 airfile-name                 pic x(80).
       01 airntm-file-name             pic x(80).
       01 report-file-name             pic x(80).
       01 feed-status                  pic xx.
       01 file-status                  pic xx.
       01 airntm-status                pic xx.
       01 report-status                pic xx.
       78 feed-dat                     value "dd_notam_feed".
       78 airport-dat                  value "dd_airports".
       78 airntm-dat                   value "dd_restrictions".
       78 report-dat                   value "dd_notam_load_out".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".
       01 airfile-available            pic 9 value 0.
       01 airntm-available             pic 9 value 0.
       01 run-status-word              pic x(4) value "OK".

      *> the NOTAM being gathered: its header line, and the lines
      *> after it run together, each behind one space, so every
      *> field marker can be looked for as " A) "
       01 in-notam                     pic 9 value 0.
       01 work-line                    pic x(132).
       01 header-line                  pic x(132).
       01 notam-body                   pic x(1500).
       01 body-ptr                     pic 9(4).
       01 body-overflow                pic 9.

       01 header-fields.
           03 hdr-id                   pic x(12).
           03 hdr-type                 pic x(12).
           03 hdr-ref                  pic x(12).
       01 notam-id                     pic x(8).
       01 notam-type                   pic x.
           88 notam-new                value "N".
           88 notam-replace            value "R".
           88 notam-cancel             value "C".
       01 ref-id                       pic x(8).

       01 marker-text                  pic x(4).
       01 marker-tally                 pic 9(4).
       01 marker-pos                   pic 9(4).
       01 q-pos                        pic 9(4).
       01 a-pos                        pic 9(4).
       01 b-pos                        pic 9(4).
       01 c-pos                        pic 9(4).
       01 e-pos                        pic 9(4).

       01 q-fir                        pic x(8).
       01 q-code                       pic x(8).
       01 a-location                   pic x(8).
       01 b-token                      pic x(13).
       01 c-token                      pic x(13).
       01 e-text                       pic x(300).
       01 e-reversed                   pic x(300).
       01 e-trail                      pic 9(3).
       01 closed-words                 pic 9(3).
       01 rwy-tally                    pic 9(3).
       01 runway-token                 pic x(12).

       01 time-token                   pic x(13).
       01 time-date                    pic x(8).
       01 time-valid                   pic 9.
       01 notam-airport                pic x(4).
       01 notam-start                  pic x(8).
       01 notam-end                    pic x(8).
       01 notam-kind                   pic x.
           88 kind-airport             value "A".
           88 kind-runway              value "R".
           88 kind-none                value " ".
       01 notam-runway                 pic x(7).

       01 search-id                    pic x(8).
       01 row-found                    pic 9.
       01 reject-reason                pic x(30).
       01 outcome-word                 pic x(9).
       01 outcome-note                 pic x(40).
       01 process-date                 pic x(8).
       01 detail-line                  pic x(132).

       01 load-counters.
           03 notams-read              pic 9(5) value 0.
           03 notams-loaded            pic 9(5) value 0.
           03 notams-replaced          pic 9(5) value 0.
           03 notams-cancelled         pic 9(5) value 0.
           03 notams-passed            pic 9(5) value 0.
           03 notams-rejected          pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform until no-more-input
               read feed-file
                   at end
                       move "N" to more-input
                   not at end
                       perform take-feed-line
               end-read
           end-perform
           if in-notam = 1
               perform process-notam
           end-if
           perform write-report-summary
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to process-date

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display feed-dat upon environment-name
           accept feed-file-name from environment-value
           open input feed-file
           if feed-status not = "00"
               move "N" to more-input
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status = "00"
               move 1 to airfile-available
           end-if

           display airntm-dat upon environment-name
           accept airntm-file-name from environment-value
           open i-o airntm-file
           if airntm-status = "35"
               open output airntm-file
               close airntm-file
               open i-o airntm-file
           end-if
           if airntm-status = "00"
               move 1 to airntm-available
           end-if

           if airfile-available = 0 or airntm-available = 0
               move "N" to more-input
               move "FAIL" to run-status-word
               move "Airport master or restrictions file not available"
                   to detail-line
               write report-rec from detail-line
           end-if
           move spaces to detail-line
           string "NOTAM load - " delimited by size
                  process-date delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
       .

       take-feed-line section.
       *> lines outside a NOTAM (the AFTN envelope - priority,
       *> addressees, filing time) are not ours and are let go
           move function trim(feed-rec leading) to work-line
           if work-line = spaces
               if in-notam = 1
                   perform process-notam
               end-if
               exit section
           end-if
           perform check-header-line
           if hdr-type not = spaces
               if in-notam = 1
                   perform process-notam
               end-if
               perform start-notam
               exit section
           end-if
           if in-notam = 1
               string " " delimited by size
                      function trim(work-line) delimited by size
                      into notam-body with pointer body-ptr
                   on overflow
                       move 1 to body-overflow
               end-string
           end-if
       .

       check-header-line section.
       *> "(A1234/26 NOTAMR A1200/26" - the id, the series type and,
       *> for a replacement or cancellation, the NOTAM it refers to
           move spaces to header-fields
           if work-line(1:1) = "("
               unstring work-line(2:) delimited by all space
                   into hdr-id hdr-type hdr-ref
               end-unstring
           else
               unstring work-line delimited by all space
                   into hdr-id hdr-type hdr-ref
               end-unstring
           end-if
           if hdr-type(1:5) not = "NOTAM"
                   or hdr-type(7:) not = spaces
                   or (hdr-type(6:1) not = "N"
                       and hdr-type(6:1) not = "R"
                       and hdr-type(6:1) not = "C")
               move spaces to hdr-type
           end-if
       .

       start-notam section.
           add 1 to notams-read
           move 1 to in-notam
           move work-line to header-line
           if header-line(1:1) = "("
               move work-line(2:) to header-line
           end-if
           move hdr-id to notam-id
           move hdr-type(6:1) to notam-type
           move hdr-ref to ref-id
           move spaces to notam-body
           move 1 to body-ptr
           move 0 to body-overflow
           if hdr-id(9:) not = spaces or hdr-ref(9:) not = spaces
               move 1 to body-overflow
           end-if
       .

       process-notam section.
           move 0 to in-notam
           move spaces to reject-reason outcome-note
           move spaces to notam-airport notam-start notam-end
                          notam-runway
           move space to notam-kind
           perform read-notam-fields
           if reject-reason = spaces
               evaluate true
                   when notam-cancel
                       perform apply-cancellation
                   when notam-replace
                       perform apply-replacement
                   when other
                       perform apply-new-notam
               end-evaluate
           end-if
           if reject-reason not = spaces
               perform reject-notam
           end-if
           perform write-notam-line
       .

       read-notam-fields section.
       *> everything is checked before anything on file is touched,
       *> so a NOTAM that fails leaves the restrictions as they were
           if body-overflow = 1
               move "NOTAM text too long to read" to reject-reason
               exit section
           end-if
           if (notam-replace or notam-cancel) and ref-id = spaces
               move "replaced/cancelled id missing" to reject-reason
               exit section
           end-if
           move " E) " to marker-text
           perform find-marker
           move marker-pos to e-pos
           if e-pos = 0
               move 1501 to e-pos
           end-if
           move " Q) " to marker-text
           perform find-marker
           move marker-pos to q-pos
           move " A) " to marker-text
           perform find-marker
           move marker-pos to a-pos
           move " B) " to marker-text
           perform find-marker
           move marker-pos to b-pos
           move " C) " to marker-text
           perform find-marker
           move marker-pos to c-pos

           move spaces to a-location
           if a-pos > 0 and a-pos < e-pos
               unstring notam-body(a-pos + 4:) delimited by all space
                   into a-location
               end-unstring
           end-if
           if a-location = spaces or a-location(5:) not = spaces
               move "A) location missing" to reject-reason
               exit section
           end-if
           perform resolve-location
           if reject-reason not = spaces
               exit section
           end-if
           if notam-cancel
               exit section
           end-if

           move spaces to q-fir q-code
           if q-pos > 0 and q-pos < e-pos
               unstring notam-body(q-pos + 4:)
                   delimited by "/" or all space
                   into q-fir q-code
               end-unstring
           end-if
           if q-code(1:1) not = "Q" or q-code(6:) not = spaces
                   or q-code(5:1) = space
               move "Q) line missing or malformed" to reject-reason
               exit section
           end-if

           move spaces to e-text
           if e-pos < 1501
               move notam-body(e-pos + 4:) to e-text
           end-if
           perform trim-e-text
           if e-text = spaces
               move "E) text missing" to reject-reason
               exit section
           end-if

           perform classify-notam
           if reject-reason not = spaces or kind-none
               exit section
           end-if

           move spaces to b-token c-token
           if b-pos > 0 and b-pos < e-pos
               unstring notam-body(b-pos + 4:) delimited by all space
                   into b-token
               end-unstring
           end-if
           if c-pos > 0 and c-pos < e-pos
               unstring notam-body(c-pos + 4:) delimited by all space
                   into c-token
               end-unstring
           end-if
           move b-token to time-token
           perform convert-notam-time
           if time-valid = 0 or time-date = "99991231"
               move "B) start time not readable" to reject-reason
               exit section
           end-if
           move time-date to notam-start
           move c-token to time-token
           perform convert-notam-time
           if time-valid = 0 or time-token(1:3) = "WIE"
               move "C) end time not readable" to reject-reason
               exit section
           end-if
           move time-date to notam-end
           if notam-end < notam-start
               move "C) end before B) start" to reject-reason
           end-if
       .

       find-marker section.
           move 0 to marker-tally
           inspect notam-body tallying marker-tally
               for characters before initial marker-text
           if marker-tally < 1500
               compute marker-pos = marker-tally + 1
           else
               move 0 to marker-pos
           end-if
       .

       resolve-location section.
           move function upper-case(a-location) to f-icao
           read airfile key is f-icao
               invalid key
                   move "A) location not on airfile" to reject-reason
               not invalid key
                   move f-code to notam-airport
           end-read
       .

       trim-e-text section.
       *> E) runs to F) or G) when they are given, and the NOTAM's
       *> own closing bracket is no part of the text
           move " F) " to marker-text
           perform cut-e-text
           move " G) " to marker-text
           perform cut-e-text
           move 0 to e-trail
           move function reverse(e-text) to e-reversed
           inspect e-reversed tallying e-trail
               for leading spaces
           if e-trail < 300
               if e-text(300 - e-trail:1) = ")"
                   move space to e-text(300 - e-trail:1)
               end-if
           end-if
           move function trim(e-text leading) to e-text
       .

       cut-e-text section.
           move 0 to marker-tally
           inspect e-text tallying marker-tally
               for characters before initial marker-text
           if marker-tally < 300
               move spaces to e-text(marker-tally + 1:)
           end-if
       .

       classify-notam section.
       *> the Q-code's subject (letters 2-3) and condition (4-5);
       *> XX is plain language and leans on the E) wording
           move 0 to closed-words
           inspect e-text tallying closed-words
               for all "CLSD" all "CLOSED"
           evaluate true
               when q-code(2:2) not = "FA" and q-code(2:2) not = "MR"
                   move space to notam-kind
               when q-code(4:2) = "LC"
                   move q-code(2:1) to notam-kind
               when q-code(4:2) = "XX" and closed-words > 0
                   move q-code(2:1) to notam-kind
               when q-code(4:2) = "XX"
                   move "plain-language Q-code unclear" to reject-reason
               when other
                   move space to notam-kind
           end-evaluate
           if notam-kind = "F"
               set kind-airport to true
           end-if
           if notam-kind = "M"
               set kind-runway to true
               perform find-runway
           end-if
       .

       find-runway section.
           move 0 to rwy-tally
           inspect e-text tallying rwy-tally
               for characters before initial "RWY "
           move spaces to runway-token
           if rwy-tally < 296
               unstring e-text(rwy-tally + 5:) delimited by all space
                   into runway-token
               end-unstring
           end-if
           if runway-token = spaces or runway-token(8:) not = spaces
               move "runway not found in E) text" to reject-reason
           else
               move runway-token to notam-runway
           end-if
       .

       convert-notam-time section.
       *> YYMMDDHHMM, maybe followed by EST; only the day is kept
           move 0 to time-valid
           move spaces to time-date
           evaluate true
               when time-token = "PERM" or time-token = "UFN"
                   move "99991231" to time-date
                   move 1 to time-valid
               when time-token = "WIE"
                   move process-date to time-date
                   move 1 to time-valid
               when time-token(1:10) numeric
                       and (time-token(11:) = spaces
                            or time-token(11:) = "EST")
                   if time-token(3:2) >= "01"
                           and time-token(3:2) <= "12"
                           and time-token(5:2) >= "01"
                           and time-token(5:2) <= "31"
                           and time-token(7:2) <= "24"
                           and time-token(9:2) <= "59"
                       string "20" time-token(1:6) delimited by size
                           into time-date
                       move 1 to time-valid
                   end-if
           end-evaluate
       .

       apply-new-notam section.
           if kind-none
               move "PASSED" to outcome-word
               move "not a closure" to outcome-note
               add 1 to notams-passed
               exit section
           end-if
           move spaces to search-id
           perform check-window-clash
           if reject-reason not = spaces
               exit section
           end-if
           perform write-window
           move "LOADED" to outcome-word
           add 1 to notams-loaded
       .

       apply-replacement section.
       *> the replaced NOTAM's window goes whatever the new one is;
       *> a replacement that is no longer a closure simply ends it
           if not kind-none
               move ref-id to search-id
               perform check-window-clash
               if reject-reason not = spaces
                   exit section
               end-if
           end-if
           move ref-id to search-id
           perform find-notam-row
           if row-found = 1
               delete airntm-file record
                   invalid key
                       move "FAIL" to run-status-word
               end-delete
               string "replaces " delimited by size
                      ref-id delimited by size
                      into outcome-note
           else
               string "replaces " delimited by size
                      ref-id delimited by size
                      " - nothing on file" delimited by size
                      into outcome-note
           end-if
           if kind-none
               move "ENDED" to outcome-word
               if row-found = 0
                   move "PASSED" to outcome-word
               end-if
               add 1 to notams-passed
               exit section
           end-if
           perform write-window
           move "REPLACED" to outcome-word
           add 1 to notams-replaced
       .

       apply-cancellation section.
           move ref-id to search-id
           perform find-notam-row
           if row-found = 1
               delete airntm-file record
                   invalid key
                       move "FAIL" to run-status-word
               end-delete
               move "CANCELLED" to outcome-word
               string "cancels " delimited by size
                      ref-id delimited by size
                      into outcome-note
               add 1 to notams-cancelled
           else
               move "PASSED" to outcome-word
               string "cancels " delimited by size
                      ref-id delimited by size
                      " - nothing on file" delimited by size
                      into outcome-note
               add 1 to notams-passed
           end-if
       .

       check-window-clash section.
       *> one window per airport and start date: a different NOTAM
       *> already holding the slot is for a person to sort out.
       *> The same NOTAM sent again, or the one being replaced,
       *> may take it.
           move notam-airport to nt-airport
           move notam-start to nt-start-date
           read airntm-file
               invalid key
                   continue
               not invalid key
                   if nt-notam-id not = notam-id
                           and (search-id = spaces
                                or nt-notam-id not = search-id)
                       string "clashes with window "
                                  delimited by size
                              nt-notam-id delimited by space
                              into reject-reason
                       if nt-notam-id = spaces
                           move "clashes with hand-loaded window"
                               to reject-reason
                       end-if
                   end-if
           end-read
       .

       find-notam-row section.
           move 0 to row-found
           move notam-airport to nt-airport
           move low-values to nt-start-date
           start airntm-file key >= nt-key
               invalid key
                   exit section
           end-start
           read airntm-file next record
               at end
                   exit section
           end-read
           perform until airntm-status not = "00"
                   or nt-airport not = notam-airport
                   or row-found = 1
               if nt-notam-id = search-id
                   move 1 to row-found
               else
                   read airntm-file next record
                       at end
                           move "10" to airntm-status
                   end-read
               end-if
           end-perform
       .

       write-window section.
           initialize nt-rec
           move notam-airport to nt-airport
           move notam-start to nt-start-date
           move notam-end to nt-end-date
           move e-text to nt-reason
           move notam-kind to nt-kind
           move notam-id to nt-notam-id
           move notam-runway to nt-runway
           write nt-rec
               invalid key
                   rewrite nt-rec
                       invalid key
                           move "FAIL" to run-status-word
                   end-rewrite
           end-write
       .

       reject-notam section.
           add 1 to notams-rejected
           move "REJECTED" to outcome-word
           move reject-reason to outcome-note
           move "AIRNOTM" to wr-source-job
           move reject-reason to wr-reason
           move spaces to wr-raw-row
           string function trim(header-line) delimited by size
                  notam-body delimited by size
                  into wr-raw-row
           end-string
           call "airrejw" using wr-reject-area
       .

       write-notam-line section.
           move spaces to detail-line
           string outcome-word delimited by size
                  " " delimited by size
                  notam-id delimited by size
                  " NOTAM" delimited by size
                  notam-type delimited by size
                  "  " delimited by size
                  a-location delimited by size
                  notam-airport delimited by size
                  "  " delimited by size
                  notam-start delimited by size
                  "-" delimited by size
                  notam-end delimited by size
                  "  " delimited by size
                  notam-kind delimited by size
                  " " delimited by size
                  notam-runway delimited by size
                  "  " delimited by size
                  outcome-note delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-report-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "NOTAMs read: " delimited by size
                  notams-read delimited by size
                  "  Loaded: " delimited by size
                  notams-loaded delimited by size
                  "  Replaced: " delimited by size
                  notams-replaced delimited by size
                  "  Cancelled: " delimited by size
                  notams-cancelled delimited by size
                  "  Passed over: " delimited by size
                  notams-passed delimited by size
                  "  Rejected: " delimited by size
                  notams-rejected delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       display-summary section.
           display "NOTAM load complete"
           display "  NOTAMs read      : " notams-read
           display "  Loaded           : " notams-loaded
           display "  Replaced         : " notams-replaced
           display "  Cancelled        : " notams-cancelled
           display "  Passed over      : " notams-passed
           display "  Rejected         : " notams-rejected
       .

       close-files section.
           if feed-status = "00" or feed-status = "10"
               close feed-file
           end-if
           if airfile-available = 1
               close airfile
           end-if
           if airntm-available = 1
               close airntm-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRNOTM" to rl-job-name
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
           move notams-read to rl-in-count
           compute rl-out-count = notams-loaded + notams-replaced
                                + notams-cancelled
           move notams-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "NOTAM restriction load" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airnotm.
