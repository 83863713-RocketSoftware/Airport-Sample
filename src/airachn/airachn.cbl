      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Audit-chain service for the maintenance audit log. Every
      * writer of the log links its entry here just before writing
      * it, so each entry carries the next sequence number, the
      * previous entry's hash and its own hash (airachn.cpy);
      * anyone editing, dropping or inserting a line breaks the
      * chain from there on. The hash is a pair of modular running
      * sums over the header, both images, the approver, the
      * sequence and the previous hash, seeded from the site's chain key
      * (dd_audit_key) when one is set so the chain cannot simply
      * be recomputed by whoever edits the file. The chain head -
      * last sequence and hash - is kept on a one-line control file
      * (dd_audit_chain) so lines cut from the end show too; with
      * none named the head is found from the log itself. The
      * verify request walks the whole log for airavfy, airfrec and
      * airasof. See airachnp.cpy for the requests.
      *
      ******************************************************************
       program-id. airachn.

       select chain-log assign chain-log-name
           organization line sequential
           file status is chain-log-status.

       select head-file assign head-file-name
           organization line sequential
           file status is head-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd chain-log.
       01 log-rec.
           02 log-entry                pic x(490).
           02 log-chain.
           copy "airachn.cpy" replacing ==(prefix)== by ==log==.

       fd head-file.
       01 head-rec.
           03 head-seq                 pic 9(9).
           03 head-hash                pic 9(18).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       01 chain-log-name               pic x(80).
       01 head-file-name               pic x(80).
       01 report-file-name             pic x(80).
       01 chain-log-status             pic xx.
       01 head-status                  pic xx.
       01 report-status                pic xx.
       78 chain-log-dat                value "dd_audit_log".
       78 head-dat                     value "dd_audit_chain".
       78 report-dat                   value "dd_audit_verify_out".
       78 key-dat                      value "dd_audit_key".
       78 hash-modulus-1               value 999999937.
       78 hash-modulus-2               value 999999929.

      *> the chain head as this run unit last knew it
       01 head-known                   pic 9 value 0.
       01 head-loaded                  pic 9.
       01 current-seq                  pic 9(9) value 0.
       01 current-hash                 pic 9(18) value 0.

       01 more-log                     pic x.
           88 no-more-log              value "N".

      *> what the hash is worked over
       01 hash-input.
           03 hash-entry               pic x(490).
           03 hash-seq                 pic 9(9).
           03 hash-prev.
               05 hash-prev-high       pic 9(9).
               05 hash-prev-low        pic 9(9).
       01 hash-length                  pic 9(3) value 517.
       01 hash-idx                     pic 9(3).
       01 hash-byte                    pic 9(3).
       01 hash-sum-1                   pic 9(18).
       01 hash-sum-2                   pic 9(18).
       01 hash-result                  pic 9(18).
       01 chain-key                    pic x(18).
       01 key-fold                     pic 9(18).

      *> verify walk
       01 chain-started                pic 9.
       01 last-seq                     pic 9(9).
       01 last-hash                    pic 9(18).
       01 expected-seq                 pic 9(9).
       01 missing-to                   pic 9(9).
       01 line-number                  pic 9(9).
       01 first-break-noted            pic 9.
       01 break-seq                    pic 9(9).
       01 finding-text                 pic x(100).
       01 detail-line                  pic x(132).

       linkage section.
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ac==.

       procedure division using by reference ac-chain-area.
       main section.
           evaluate ac-request
               when "L"
                   perform link-new-entry
               when "V"
                   perform verify-audit-log
               when other
                   continue
           end-evaluate
           exit program
       .

       link-new-entry section.
           perform load-chain-head
           if head-loaded = 0 and head-known = 0
               perform scan-log-for-head
           end-if
           move 1 to head-known
           compute ac-sequence = current-seq + 1
           move current-hash to ac-prev-hash
           move ac-entry to hash-entry
           move ac-sequence to hash-seq
           move ac-prev-hash to hash-prev
           perform work-entry-hash
           move hash-result to ac-entry-hash
           move ac-sequence to current-seq
           move ac-entry-hash to current-hash
           perform save-chain-head
       .

       load-chain-head section.
       *> the control file's head when there is one; otherwise what
       *> this run unit last linked stands
           move 0 to head-loaded
           display head-dat upon environment-name
           accept head-file-name from environment-value
           if head-file-name = spaces
               exit section
           end-if
           open input head-file
           if head-status = "00"
               read head-file
                   at end
                       continue
                   not at end
                       if head-rec numeric
                           move head-seq to current-seq
                           move head-hash to current-hash
                           move 1 to head-loaded
                       end-if
               end-read
               close head-file
           end-if
       .

       save-chain-head section.
           if head-file-name = spaces
               exit section
           end-if
           open output head-file
           if head-status = "00"
               move current-seq to head-seq
               move current-hash to head-hash
               write head-rec
               close head-file
           end-if
       .

       scan-log-for-head section.
       *> no head on file: the last chained entry already on the log
           move 0 to current-seq
           move 0 to current-hash
           display chain-log-dat upon environment-name
           accept chain-log-name from environment-value
           open input chain-log
           if chain-log-status not = "00"
               exit section
           end-if
           move "Y" to more-log
           perform until no-more-log
               read chain-log
                   at end
                       move "N" to more-log
                   not at end
                       if log-chain-seq numeric
                               and log-chain-seq > 0
                               and log-entry-hash numeric
                           move log-chain-seq to current-seq
                           move log-entry-hash to current-hash
                       end-if
               end-read
           end-perform
           close chain-log
       .

       work-entry-hash section.
       *> two running sums under different primes, seeded from the
       *> previous hash and the site key, laid side by side
           move 0 to key-fold
           display key-dat upon environment-name
           accept chain-key from environment-value
           perform varying hash-idx from 1 by 1 until hash-idx > 18
               compute hash-byte = function ord(chain-key(hash-idx:1))
               compute key-fold =
                   function mod(key-fold * 256 + hash-byte,
                                hash-modulus-1)
           end-perform
           compute hash-sum-1 =
               function mod(hash-prev-high + key-fold, hash-modulus-1)
           compute hash-sum-2 =
               function mod(hash-prev-low + key-fold, hash-modulus-2)
           perform varying hash-idx from 1 by 1
                   until hash-idx > hash-length
               compute hash-byte = function ord(hash-input(hash-idx:1))
               compute hash-sum-1 =
                   function mod(hash-sum-1 * 256 + hash-byte,
                                hash-modulus-1)
               compute hash-sum-2 =
                   function mod(hash-sum-2 * 251 + hash-byte
                                + hash-sum-1, hash-modulus-2)
           end-perform
           compute hash-result = hash-sum-1 * 1000000000 + hash-sum-2
       .

       verify-audit-log section.
           move "Y" to ac-result
           move 0 to ac-entries-read ac-unchained ac-links-broken
                     ac-gaps ac-altered ac-first-break-seq
           move 0 to chain-started first-break-noted line-number
           move 0 to last-seq last-hash
           if ac-report-wanted = "Y"
               display report-dat upon environment-name
               accept report-file-name from environment-value
               open output report-file
               move "Audit log chain verification" to detail-line
               write report-rec from detail-line
               write report-rec from spaces
           end-if

           display chain-log-dat upon environment-name
           accept chain-log-name from environment-value
           open input chain-log
           move "Y" to more-log
           if chain-log-status not = "00"
               move "N" to more-log
           end-if
           perform until no-more-log
               read chain-log
                   at end
                       move "N" to more-log
                   not at end
                       add 1 to line-number
                       add 1 to ac-entries-read
                       perform verify-one-entry
               end-read
           end-perform
           if chain-log-status = "00" or chain-log-status = "10"
               close chain-log
           end-if

           perform verify-against-head
           if ac-links-broken > 0 or ac-gaps > 0 or ac-altered > 0
               move "N" to ac-result
           end-if
           if ac-report-wanted = "Y"
               perform write-verify-summary
               close report-file
           end-if
       .

       verify-one-entry section.
           if log-chain-seq not numeric or log-chain-seq = 0
               if chain-started = 0
      *> written before chaining began - nothing to prove
                   add 1 to ac-unchained
               else
                   add 1 to ac-links-broken
                   compute break-seq = last-seq + 1
                   move spaces to finding-text
                   string "line " delimited by size
                          line-number delimited by size
                          " carries no chain trailer after sequence "
                              delimited by size
                          last-seq delimited by size
                          into finding-text
                   perform write-finding
               end-if
               exit section
           end-if

           move log-entry to hash-entry
           move log-chain-seq to hash-seq
           move log-prev-hash to hash-prev
           perform work-entry-hash
           if log-entry-hash not numeric
                   or hash-result not = log-entry-hash
               add 1 to ac-altered
               move log-chain-seq to break-seq
               move spaces to finding-text
               string "sequence " delimited by size
                      log-chain-seq delimited by size
                      " altered - entry no longer matches its hash"
                          delimited by size
                      into finding-text
               perform write-finding
           end-if

           if chain-started = 0
               move 0 to last-seq
               move 0 to last-hash
           end-if
           compute expected-seq = last-seq + 1
           evaluate true
               when log-chain-seq > expected-seq
                   add 1 to ac-gaps
                   move expected-seq to break-seq
                   compute missing-to = log-chain-seq - 1
                   move spaces to finding-text
                   string "gap - sequence " delimited by size
                          expected-seq delimited by size
                          " to " delimited by size
                          missing-to delimited by size
                          " missing" delimited by size
                          into finding-text
                   perform write-finding
               when log-chain-seq < expected-seq
                   add 1 to ac-links-broken
                   move log-chain-seq to break-seq
                   move spaces to finding-text
                   string "sequence " delimited by size
                          log-chain-seq delimited by size
                          " out of order after " delimited by size
                          last-seq delimited by size
                          into finding-text
                   perform write-finding
               when log-prev-hash not = last-hash
                   add 1 to ac-links-broken
                   move log-chain-seq to break-seq
                   move spaces to finding-text
                   string "sequence " delimited by size
                          log-chain-seq delimited by size
                          " does not follow on from " delimited by size
                          last-seq delimited by size
                          into finding-text
                   perform write-finding
               when other
                   continue
           end-evaluate
           move 1 to chain-started
           move log-chain-seq to last-seq
           move log-entry-hash to last-hash
       .

       verify-against-head section.
       *> the head on file says where the log should end
           move 0 to current-seq
           move 0 to current-hash
           perform load-chain-head
           if head-loaded = 0
               exit section
           end-if
           evaluate true
               when current-seq > last-seq
                   add 1 to ac-gaps
                   compute break-seq = last-seq + 1
                   move spaces to finding-text
                   string "gap - sequence " delimited by size
                          break-seq delimited by size
                          " to " delimited by size
                          current-seq delimited by size
                          " missing from the end of the log"
                              delimited by size
                          into finding-text
                   perform write-finding
               when current-seq < last-seq
                   add 1 to ac-links-broken
                   compute break-seq = current-seq + 1
                   move spaces to finding-text
                   string "log runs on past the chain head at "
                              delimited by size
                          current-seq delimited by size
                          into finding-text
                   perform write-finding
               when current-hash not = last-hash
                   add 1 to ac-altered
                   move last-seq to break-seq
                   move spaces to finding-text
                   string "sequence " delimited by size
                          last-seq delimited by size
                          " does not match the chain head"
                              delimited by size
                          into finding-text
                   perform write-finding
               when other
                   continue
           end-evaluate
       .

       write-finding section.
           if first-break-noted = 0
               move 1 to first-break-noted
               move break-seq to ac-first-break-seq
           end-if
           if ac-report-wanted not = "Y"
               exit section
           end-if
           move spaces to detail-line
           if first-break-noted = 1
               string "FIRST BREAK  " delimited by size
                      finding-text delimited by "  "
                      into detail-line
               move 2 to first-break-noted
           else
               string "             " delimited by size
                      finding-text delimited by "  "
                      into detail-line
           end-if
           write report-rec from detail-line
       .

       write-verify-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Entries read     : " delimited by size
                  ac-entries-read delimited by size
                  "  (before chaining: " delimited by size
                  ac-unchained delimited by size
                  ")" delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Broken links     : " delimited by size
                  ac-links-broken delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Gaps             : " delimited by size
                  ac-gaps delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Altered entries  : " delimited by size
                  ac-altered delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           if ac-links-broken > 0 or ac-gaps > 0 or ac-altered > 0
               string "Chain BROKEN - first break at sequence "
                          delimited by size
                      ac-first-break-seq delimited by size
                      into detail-line
           else
               move "Chain intact" to detail-line
           end-if
           write report-rec from detail-line
       .

       end program airachn.
