      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Nightly purge for the desk annotations file
      * (dd_annotations): deletes every note whose expiry date is
      * already behind the purge date (dd_purge_before, YYYYMMDD;
      * blank takes today), and every note retired at a terminal,
      * so the notes the details screen reads stay down to the
      * current ones. Notes with no expiry stay until retired.
      * Writes the common run log.
      *
      ******************************************************************
       program-id. airanxp.

       select airanot-file assign airanot-file-name
           organization indexed
           record key is dn-key with no duplicates
           file status is airanot-status
           access dynamic.

       data division.
       fd airanot-file.
       01 dn-rec.
       copy "airanot.cpy" replacing ==(prefix)== by ==dn==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airanot-file-name            pic x(80).
       01 airanot-status               pic xx.
       78 airanot-dat                  value "dd_annotations".
       78 purge-date-dat               value "dd_purge_before".

       01 purge-date                   pic x(8).
       01 now-stamp                    pic x(21).

       01 more-notes                   pic x value "Y".
           88 no-more-notes            value "N".

       01 purge-counters.
           03 notes-read               pic 9(5) value 0.
           03 notes-expired            pic 9(5) value 0.
           03 notes-retired            pic 9(5) value 0.
           03 notes-purged             pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform until no-more-notes
               read airanot-file next record
                   at end
                       move "N" to more-notes
                   not at end
                       add 1 to notes-read
                       evaluate true
                           when dn-retired
                               delete airanot-file record
                               add 1 to notes-retired
                               add 1 to notes-purged
                           when dn-expires not = spaces
                                   and dn-expires not = zeros
                                   and dn-expires < purge-date
                               delete airanot-file record
                               add 1 to notes-expired
                               add 1 to notes-purged
                       end-evaluate
               end-read
           end-perform
           if airanot-status = "00" or airanot-status = "10"
               close airanot-file
           end-if
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           display purge-date-dat upon environment-name
           accept purge-date from environment-value
           if purge-date not numeric
               move function current-date to now-stamp
               move now-stamp(1:8) to purge-date
           end-if

           display airanot-dat upon environment-name
           accept airanot-file-name from environment-value
           open i-o airanot-file
           if airanot-status not = "00"
               move "N" to more-notes
           end-if
           move low-values to dn-key
           start airanot-file key >= dn-key
               invalid key
                   move "N" to more-notes
           end-start
       .

       display-summary section.
           display "Desk annotation purge complete"
           display "  Purge before   : " purge-date
           display "  Notes read     : " notes-read
           display "  Expired purged : " notes-expired
           display "  Retired purged : " notes-retired
       .

       write-run-log-start section.
           move "AIRANXP" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move "OK" to rl-status
           move notes-read to rl-in-count
           move notes-purged to rl-out-count
           move 0 to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       end program airanxp.
