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
      * One data-quality exception case. The nightly audit jobs
      * (airqual, airdupe, airgaud, airxchk) post what they find
      * through the aircase service instead of only printing it:
      * an exception already on file - same source job, airport,
      * type and reference - updates its case, a new one opens a
      * case, and a case its job no longer finds is closed
      * automatically. Desks assign, comment and close cases at
      * the terminal; aircsag reports the open ones by desk.
      * Keyed by case number, with the exception itself as a
      * unique alternate key.
      *
      ******************************************************************

           03  (prefix)-case-no        pic 9(7).
           03  (prefix)-exception-key.
               05  (prefix)-source-job pic x(8).
               05  (prefix)-airport    pic x(4).
               05  (prefix)-case-type  pic x(8).
               05  (prefix)-case-ref   pic x(20).
           03  (prefix)-detail         pic x(60).
           03  (prefix)-first-seen     pic x(8).
           03  (prefix)-last-seen      pic x(8).
           03  (prefix)-last-run       pic x(14).
           03  (prefix)-seen-count     pic 9(5).
           03  (prefix)-state          pic x.
               88  (prefix)-open       value "O".
               88  (prefix)-assigned   value "A".
               88  (prefix)-closed     value "C".
           03  (prefix)-desk           pic x(8).
           03  (prefix)-assigned-by    pic x(8).
           03  (prefix)-assigned-on    pic x(8).
           03  (prefix)-comment        pic x(60).
           03  (prefix)-comment-by     pic x(8).
           03  (prefix)-comment-on     pic x(8).
           03  (prefix)-closed-by      pic x(8).
           03  (prefix)-closed-on      pic x(8).
           03  (prefix)-close-reason   pic x.
               88  (prefix)-auto-closed   value "A".
               88  (prefix)-desk-closed   value "M".
