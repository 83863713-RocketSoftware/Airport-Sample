      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its
      * affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Parameter area for the airachn audit-chain service.
      * Requests:
      *
      *   "L" - link a new entry: the caller moves the entry, short
      *         of its trailer, to (ac)-entry just before writing it;
      *         sequence, prev-hash and entry-hash come back for the
      *         entry's chain trailer (airachn.cpy), and the chain
      *         head (dd_audit_chain) moves on to it.
      *   "V" - verify the whole log (dd_audit_log): result comes
      *         back "Y" when every chained entry follows on from
      *         the one before and still hashes to its own value,
      *         "N" otherwise, with the counts and the sequence of
      *         the first break. report-wanted "Y" lists every
      *         finding on dd_audit_verify_out.
      *
      ******************************************************************

       01 (ac-prefix)-chain-area.
           03 (ac-prefix)-request          pic x.
      *> header, both images and approver - the audit record short
      *> of its chain trailer
           03 (ac-prefix)-entry            pic x(490).
           03 (ac-prefix)-sequence         pic 9(9).
           03 (ac-prefix)-prev-hash        pic 9(18).
           03 (ac-prefix)-entry-hash       pic 9(18).
           03 (ac-prefix)-report-wanted    pic x.
           03 (ac-prefix)-result           pic x.
               88 (ac-prefix)-chain-intact value "Y".
               88 (ac-prefix)-chain-broken value "N".
           03 (ac-prefix)-entries-read     pic 9(9).
           03 (ac-prefix)-unchained        pic 9(9).
           03 (ac-prefix)-links-broken     pic 9(7).
           03 (ac-prefix)-gaps             pic 9(7).
           03 (ac-prefix)-altered          pic 9(7).
           03 (ac-prefix)-first-break-seq  pic 9(9).
