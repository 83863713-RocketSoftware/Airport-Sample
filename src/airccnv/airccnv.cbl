      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * One-time credentials conversion for the move from scrambled
      * to salted, hashed passwords. Copies every row of the old
      * credentials file (dd_credentials in, the scrambled layout)
      * to the new one (dd_credentials_new out, swapped in by the
      * scheduler) in the aircred.cpy layout. A row that had a
      * password keeps its scrambled form under scheme L and is
      * flagged for a forced change, so its holder signs on once
      * more with the old password and sets a new one, which airsign
      * stores hashed; a row still waiting for its first password
      * stays seeded. Lock state and failure count come across as
      * they were, so nobody is locked out - or let back in - by
      * the cutover. Run once at the upgrade; a file already in the
      * new layout must not be fed through it.
      *
      ******************************************************************
       program-id. airccnv.

       select cred-in assign cred-in-name
           organization indexed
           record key is old-operator-id with no duplicates
           file status is cred-in-status
           access dynamic.

       select cred-out assign cred-out-name
           organization indexed
           record key is cr-operator-id with no duplicates
           file status is cred-out-status
           access dynamic.

       data division.
       fd cred-in.
      *> layout before hashing
       01 old-rec.
           03 old-operator-id          pic x(8).
           03 old-password             pic x(12).
           03 old-fail-count           pic 9.
           03 old-locked               pic x.
           03 old-last-change          pic x(8).
           03 old-force-change         pic x.

       fd cred-out.
       01 cr-rec.
       copy "aircred.cpy" replacing ==(prefix)== by ==cr==.

       working-storage section.
       01 cred-in-name                 pic x(80).
       01 cred-out-name                pic x(80).
       01 cred-in-status               pic xx.
       01 cred-out-status              pic xx.
       78 cred-in-dat                  value "dd_credentials".
       78 cred-out-dat                 value "dd_credentials_new".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 convert-counters.
           03 rows-read                pic 9(5) value 0.
           03 rows-flagged             pic 9(5) value 0.
           03 rows-seeded              pic 9(5) value 0.
           03 rows-written             pic 9(5) value 0.

       procedure division.
       main section.
           perform open-files
           if cred-in-status not = "00" or cred-out-status not = "00"
               display "open failed, in " cred-in-status
                       " out " cred-out-status
               move 8 to return-code
               goback
           end-if
           perform until no-more-input
               read cred-in next record
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to rows-read
                       perform convert-one-row
               end-read
           end-perform
           perform close-files
           perform display-summary
      *> a row dropped on the way would leave an operator unable to
      *> sign on once the new file is swapped in
           if rows-written not = rows-read
               move 8 to return-code
           end-if
           goback
       .

       open-files section.
           display cred-in-dat upon environment-name
           accept cred-in-name from environment-value
           open input cred-in

           display cred-out-dat upon environment-name
           accept cred-out-name from environment-value
           open output cred-out
       .

       convert-one-row section.
           initialize cr-rec
           move old-operator-id to cr-operator-id
           move old-fail-count to cr-fail-count
           move old-locked to cr-locked
           move old-last-change to cr-last-change
           move "Y" to cr-force-change
           if old-password = spaces
               add 1 to rows-seeded
           else
               move old-password to cr-password
               move "L" to cr-pw-scheme
               add 1 to rows-flagged
           end-if
           write cr-rec
               invalid key
                   continue
               not invalid key
                   add 1 to rows-written
           end-write
       .

       display-summary section.
           display "Credentials conversion complete"
           display "  Rows read           : " rows-read
           display "  Flagged for change  : " rows-flagged
           display "  Still seeded        : " rows-seeded
           display "  Rows written        : " rows-written
       .

       close-files section.
           close cred-in
           close cred-out
       .

       end program airccnv.
