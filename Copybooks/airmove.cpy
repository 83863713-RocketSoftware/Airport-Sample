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
      * The actual movement of one flight on one date, as airactl
      * records it off the MVT-style feed: the scheduled times it
      * was matched to (off the dated instance, else the route
      * row), the actual off-block and on-block times as they come
      * in, and the delay of each in minutes - negative when early.
      * All times UTC, HHMM; a time not yet reported is blank and
      * its delay flag says so. Keyed like the dated instances.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-airline    pic x(3).
               05  (prefix)-flight     pic 9(4).
               05  (prefix)-date       pic x(8).
           03  (prefix)-origin         pic x(4).
           03  (prefix)-dest           pic x(4).
           03  (prefix)-sched-dep      pic x(4).
           03  (prefix)-sched-arr      pic x(4).
           03  (prefix)-off-block      pic x(4).
           03  (prefix)-on-block       pic x(4).
           03  (prefix)-dep-delay      pic s9(4).
           03  (prefix)-arr-delay      pic s9(4).
           03  (prefix)-dep-known      pic x.
               88  (prefix)-departed   value "Y".
           03  (prefix)-arr-known      pic x.
               88  (prefix)-arrived    value "Y".
           03  (prefix)-matched-on     pic x.
               88  (prefix)-on-instance value "I".
               88  (prefix)-on-route   value "R".
           03  (prefix)-loaded-stamp   pic x(14).
