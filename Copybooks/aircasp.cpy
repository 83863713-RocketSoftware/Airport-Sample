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
      * Parameter area for the aircase data-quality case service.
      * Requests from the audit jobs:
      *
      *   "S" - start of run for source-job: opens the case file
      *         (dd_dq_cases; created empty on first use) for the
      *         run and stamps it
      *   "P" - post one exception (airport, case-type, case-ref,
      *         detail): updates the open case for it, reopens a
      *         closed one, or opens a new one
      *   "W" - sweep: closes automatically every case of
      *         source-job (of case-type alone when one is given)
      *         that this run did not post - only for a check that
      *         ran over its whole file
      *   "E" - end of run; the run's counts come back
      *
      * and from the terminal, with operator set:
      *
      *   "B" - browse the cases not closed, ten lines a page after
      *         case-no (zero from the start), desk alone when given
      *   "R" - read case case-no into the view fields
      *   "A" - assign case-no to desk (blank desk unassigns)
      *   "C" - comment on case-no
      *   "X" - close case-no, with comment when one is given
      *
      * Browse and read need an authority row; assign, comment and
      * close need maintain or admin. message comes back in language
      * (the operator's, blank for English) off the message
      * catalogue.
      *
      ******************************************************************

       01 (cp-prefix)-case-area.
           03 (cp-prefix)-request          pic x.
           03 (cp-prefix)-source-job       pic x(8).
           03 (cp-prefix)-airport          pic x(4).
           03 (cp-prefix)-case-type        pic x(8).
           03 (cp-prefix)-case-ref         pic x(20).
           03 (cp-prefix)-detail           pic x(60).
           03 (cp-prefix)-operator         pic x(8).
           03 (cp-prefix)-case-no          pic 9(7).
           03 (cp-prefix)-desk             pic x(8).
           03 (cp-prefix)-comment          pic x(60).
           03 (cp-prefix)-status           pic xx.
           03 (cp-prefix)-message          pic x(40).
           03 (cp-prefix)-run-counts.
               05 (cp-prefix)-opened       pic 9(5).
               05 (cp-prefix)-updated      pic 9(5).
               05 (cp-prefix)-reopened     pic 9(5).
               05 (cp-prefix)-auto-closed  pic 9(5).
           03 (cp-prefix)-more             pic x.
           03 (cp-prefix)-case-line        pic x(78) occurs 10.
           03 (cp-prefix)-view.
               05 (cp-prefix)-view-state       pic x.
               05 (cp-prefix)-view-first-seen  pic x(8).
               05 (cp-prefix)-view-last-seen   pic x(8).
               05 (cp-prefix)-view-seen-count  pic 9(5).
               05 (cp-prefix)-view-assigned-by pic x(8).
               05 (cp-prefix)-view-comment-by  pic x(8).
               05 (cp-prefix)-view-comment-on  pic x(8).
               05 (cp-prefix)-view-closed-by   pic x(8).
           03 (cp-prefix)-language         pic x(2).
