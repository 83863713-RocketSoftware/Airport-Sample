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
      * Chain trailer carried at the end of every maintenance audit
      * log entry, after the two record images and the approver.
      * Each entry has the next number in the log's sequence, the
      * hash of the entry before it and its own hash, worked by
      * airachn over everything ahead of the trailer plus the
      * sequence and the previous hash - so an edited, removed or
      * inserted line breaks the chain from that point on. Entries
      * written before chaining began carry spaces here.
      *
      ******************************************************************

           03  (prefix)-chain-seq     pic 9(9).
           03  (prefix)-prev-hash     pic 9(18).
           03  (prefix)-entry-hash    pic 9(18).
