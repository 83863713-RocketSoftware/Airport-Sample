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
      * Parameter area for the airsun civil sunrise/sunset service.
      * The caller supplies a position in the airport master's
      * sign/degrees/fraction form, a date (YYYYMMDD) and the
      * effective UTC offset to give the answer in. Civil sunrise
      * and sunset are the start of morning and the end of evening
      * civil twilight (sun six degrees below the horizon), which
      * is where night begins and ends for flying purposes. State
      * comes back "N" with both times set, "D" when the sun never
      * gets that low (light all day) or "P" when it never gets
      * that high (dark all day) - the times are then "--:--".
      * Minutes are local minutes past midnight, 0-1439.
      *
      ******************************************************************

       01 (su-prefix)-sun-area.
           03 (su-prefix)-latitude.
               05 (su-prefix)-lat-sign     pic x.
               05 (su-prefix)-lat-degs     pic 9(3).
               05 (su-prefix)-lat-mins     pic 9(6).
           03 (su-prefix)-longitude.
               05 (su-prefix)-long-sign    pic x.
               05 (su-prefix)-long-degs    pic 9(3).
               05 (su-prefix)-long-mins    pic 9(6).
           03 (su-prefix)-date             pic 9(8).
           03 (su-prefix)-utc-offset       pic s9(2)v99.
           03 (su-prefix)-state            pic x.
               88 (su-prefix)-normal-day   value "N".
               88 (su-prefix)-light-all-day value "D".
               88 (su-prefix)-dark-all-day value "P".
           03 (su-prefix)-rise-mins        pic 9(4).
           03 (su-prefix)-set-mins         pic 9(4).
           03 (su-prefix)-rise-time        pic x(5).
           03 (su-prefix)-set-time         pic x(5).
