      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Untranslated messages: for every language on the message
      * catalogue (dd_messages, loaded by airmsld), and every
      * language an operator has chosen on the preference file
      * (dd_airprefs) even where the catalogue has no row in it yet,
      * the message ids the catalogue holds in some language but
      * not in that one - the texts those operators still see in
      * English. English is always listed: an id with no English
      * row falls back to the text built into the program, so it is
      * missing from the catalogue's own reference set. Each id is
      * shown with its English text for the translator. Report on
      * dd_untranslated_report; writes the common run log.
      *
      ******************************************************************
       program-id. airmsgr.

       select airmsg-file assign airmsg-file-name
           organization indexed
           record key is mg-key with no duplicates
           file status is airmsg-status
           access dynamic.

       select airpref-file assign airpref-file-name
           organization indexed
           record key is pf-operator-id with no duplicates
           file status is airpref-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd airmsg-file.
       01 mg-rec.
       copy "airmsg.cpy" replacing ==(prefix)== by ==mg==.

       fd airpref-file.
       01 pf-rec.
       copy "airpref.cpy" replacing ==(prefix)== by ==pf==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 airmsg-file-name             pic x(80).
       01 airpref-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 airmsg-status                pic xx.
       01 airpref-status               pic xx.
       01 report-status                pic xx.
       78 airmsg-dat                   value "dd_messages".
       78 airpref-dat                  value "dd_airprefs".
       78 report-dat                   value "dd_untranslated_report".
       78 max-ids                      value 1000.
       78 max-languages                value 20.

       01 more-records                 pic x value "Y".
           88 no-more-records          value "N".

      *> every id on the catalogue, with the languages it has a row
      *> in marked against the language table's positions
       01 id-table.
           03 id-entry occurs 1000.
               05 id-msg-id            pic x(8).
               05 id-english           pic x(60).
               05 id-has-language      pic x occurs 20.
       01 id-count                     pic 9(4) value 0.
       01 id-idx                       pic 9(4).
       01 ids-overflowed               pic 9 value 0.

       01 language-table.
           03 lg-entry occurs 20.
               05 lg-code              pic x(2).
               05 lg-operators         pic 9(5).
               05 lg-missing           pic 9(5).
       01 lg-hold                      pic x(12).
       01 language-count               pic 9(2) value 0.
       01 lg-idx                       pic 9(2).
       01 lg-idx2                      pic 9(2).
       01 languages-overflowed         pic 9 value 0.
       01 want-language                pic x(2).
       01 flag-hold                    pic x.

       01 catalogue-missing            pic 9 value 0.
       01 run-status-word              pic x(4) value "OK".
       01 detail-line                  pic x(132).

       01 message-counters.
           03 records-read             pic 9(7) value 0.
           03 operators-read           pic 9(7) value 0.
           03 total-missing            pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           move "EN" to want-language
           perform find-language
           perform load-catalogue
           perform count-operator-languages
           perform sort-languages
           perform write-untranslated-report
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display airmsg-dat upon environment-name
           accept airmsg-file-name from environment-value
           open input airmsg-file
           if airmsg-status not = "00"
               move "N" to more-records
               move 1 to catalogue-missing
               move "FAIL" to run-status-word
           end-if

           display airpref-dat upon environment-name
           accept airpref-file-name from environment-value
           open input airpref-file

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       load-catalogue section.
       *> the catalogue reads in id order, so an id's rows arrive
       *> together and each new id is the next table entry
           perform until no-more-records
               read airmsg-file next record
                   at end
                       move "N" to more-records
                   not at end
                       add 1 to records-read
                       perform note-catalogue-row
               end-read
           end-perform
       .

       note-catalogue-row section.
           if id-count = 0 or mg-msg-id not = id-msg-id(id-count)
               if id-count >= max-ids
                   move 1 to ids-overflowed
                   exit section
               end-if
               add 1 to id-count
               initialize id-entry(id-count)
               move mg-msg-id to id-msg-id(id-count)
           end-if
           if mg-msg-id not = id-msg-id(id-count)
               exit section
           end-if
           move mg-language to want-language
           perform find-language
           if lg-idx > 0
               move "Y" to id-has-language(id-count lg-idx)
           end-if
           if mg-language = "EN"
               move mg-text to id-english(id-count)
           end-if
       .

       find-language section.
       *> lg-idx comes back at want-language's place in the table,
       *> added when new; zero once the table is full
           perform varying lg-idx from 1 by 1
                   until lg-idx > language-count
               if lg-code(lg-idx) = want-language
                   exit section
               end-if
           end-perform
           if language-count >= max-languages
               move 1 to languages-overflowed
               move 0 to lg-idx
               exit section
           end-if
           add 1 to language-count
           move language-count to lg-idx
           move want-language to lg-code(lg-idx)
           move 0 to lg-operators(lg-idx) lg-missing(lg-idx)
       .

       count-operator-languages section.
       *> blank on the preference file is English
           if airpref-status not = "00"
               exit section
           end-if
           move "Y" to more-records
           perform until no-more-records
               read airpref-file next record
                   at end
                       move "N" to more-records
                   not at end
                       add 1 to operators-read
                       move function upper-case(pf-language)
                           to want-language
                       if want-language = spaces
                           move "EN" to want-language
                       end-if
                       perform find-language
                       if lg-idx > 0
                           add 1 to lg-operators(lg-idx)
                       end-if
               end-read
           end-perform
       .

       sort-languages section.
       *> English first, the rest alphabetically; the id table's
       *> flags are swapped with their languages
           perform varying lg-idx from 1 by 1
                   until lg-idx >= language-count
               perform varying lg-idx2 from lg-idx by 1
                       until lg-idx2 > language-count
                   if lg-code(lg-idx2) = "EN"
                       or (lg-code(lg-idx) not = "EN"
                           and lg-code(lg-idx2) < lg-code(lg-idx))
                       move lg-entry(lg-idx) to lg-hold
                       move lg-entry(lg-idx2) to lg-entry(lg-idx)
                       move lg-hold to lg-entry(lg-idx2)
                       perform varying id-idx from 1 by 1
                               until id-idx > id-count
                           move id-has-language(id-idx lg-idx)
                               to flag-hold
                           move id-has-language(id-idx lg-idx2)
                               to id-has-language(id-idx lg-idx)
                           move flag-hold
                               to id-has-language(id-idx lg-idx2)
                       end-perform
                   end-if
               end-perform
           end-perform
       .

       write-untranslated-report section.
           move spaces to detail-line
           string "Untranslated messages by language, as at "
                      delimited by size
                  pd-date delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying lg-idx from 1 by 1
                   until lg-idx > language-count
               perform write-one-language
           end-perform
           perform write-message-summary
       .

       write-one-language section.
           move 0 to lg-missing(lg-idx)
           perform varying id-idx from 1 by 1 until id-idx > id-count
               if id-has-language(id-idx lg-idx) not = "Y"
                   add 1 to lg-missing(lg-idx)
               end-if
           end-perform
           add lg-missing(lg-idx) to total-missing
           write report-rec from spaces
           move spaces to detail-line
           string "Language " delimited by size
                  lg-code(lg-idx) delimited by size
                  " - untranslated: " delimited by size
                  lg-missing(lg-idx) delimited by size
                  " of " delimited by size
                  id-count delimited by size
                  "  Operators: " delimited by size
                  lg-operators(lg-idx) delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying id-idx from 1 by 1 until id-idx > id-count
               if id-has-language(id-idx lg-idx) not = "Y"
                   move spaces to detail-line
                   move id-msg-id(id-idx) to detail-line(5:8)
                   if id-english(id-idx) = spaces
                       move "(no English row)" to detail-line(15:16)
                   else
                       move id-english(id-idx) to detail-line(15:60)
                   end-if
                   write report-rec from detail-line
               end-if
           end-perform
       .

       write-message-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Catalogue rows read  : " delimited by size
                  records-read delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Message ids          : " delimited by size
                  id-count delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Operators read       : " delimited by size
                  operators-read delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Untranslated in all  : " delimited by size
                  total-missing delimited by size
                  into detail-line
           write report-rec from detail-line
           if ids-overflowed = 1
               move spaces to detail-line
               string "** more than " delimited by size
                      max-ids delimited by size
                      " message ids - excess not checked"
                          delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           if languages-overflowed = 1
               move spaces to detail-line
               string "** more than " delimited by size
                      max-languages delimited by size
                      " languages - excess not checked"
                          delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
           if catalogue-missing = 1
               move "** no message catalogue - nothing checked"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       close-files section.
           if catalogue-missing = 0
               close airmsg-file
           end-if
           if airpref-status = "00" or airpref-status = "10"
               close airpref-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRMSGR" to rl-job-name
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
           move records-read to rl-in-count
           move id-count to rl-out-count
           move total-missing to rl-reject-count
           move report-file-name to rl-report-file
           move "Untranslated messages by language"
               to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airmsgr.
