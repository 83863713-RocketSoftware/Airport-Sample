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
      * One live front-end session on the session registry
      * (dd_sessions), written by airsess at sign-on and removed at
      * sign-off, keyed by terminal and operator. Stamps are
      * yyyymmddhhmmss. A supervisor's force sign-off only sets the
      * flag; the session itself reads it at its next interaction
      * and ends.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-terminal   pic x(8).
               05  (prefix)-operator   pic x(8).
           03  (prefix)-started        pic x(14).
           03  (prefix)-last-activity  pic x(14).
           03  (prefix)-training       pic x.
               88  (prefix)-in-training value "Y".
           03  (prefix)-force-flag     pic x.
               88  (prefix)-force-requested value "Y".
           03  (prefix)-forced-by      pic x(8).
