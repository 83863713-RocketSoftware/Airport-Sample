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
      * Parameter area for the airsess session registry service.
      * The terminal is taken from dd_terminal_id. Requests from a
      * front-end session, with operator set:
      *
      *   "O" - sign-on: record the session (training "Y" for a
      *         training session)
      *   "T" - an interaction: stamps last activity; status FS
      *         comes back when a supervisor has forced the session
      *         off, IT when it sat idle past the site's
      *         SESSION-IDLE-MINS - either way the entry is gone and
      *         the session must end
      *   "C" - sign-off: remove the entry
      *
      * and from the supervisor screen (admin level only):
      *
      *   "L" - list live sessions, ten a page after continue-key
      *         (spaces from the start); page-key carries each
      *         line's key. Entries idle past the timeout are
      *         cleared as they are met.
      *   "F" - set the force sign-off flag on target-key
      *
      * With no registry configured every request is a quiet
      * no-op, so the front end runs on as before. message comes
      * back in language (the operator's, blank for English) off
      * the message catalogue.
      *
      ******************************************************************

       01 (sx-prefix)-session-area.
           03 (sx-prefix)-request          pic x.
           03 (sx-prefix)-operator         pic x(8).
           03 (sx-prefix)-training         pic x.
           03 (sx-prefix)-status           pic xx.
           03 (sx-prefix)-message          pic x(40).
           03 (sx-prefix)-idle-mins        pic 9(4).
           03 (sx-prefix)-continue-key     pic x(16).
           03 (sx-prefix)-target-key       pic x(16).
           03 (sx-prefix)-more             pic x.
           03 (sx-prefix)-page-line        pic x(78) occurs 10.
           03 (sx-prefix)-page-key         pic x(16) occurs 10.
           03 (sx-prefix)-language         pic x(2).
