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
      * Declared hourly capacity at a coordinated airport: the
      * arrivals, departures and total movements it accepts in one
      * local clock hour. Season is the IATA scheduling season the
      * declaration applies to - "S" summer, "W" winter - or space
      * for a declaration that holds all year; a seasonal row wins
      * over the all-year row for the same hour. A zero limit means
      * that movement type is not declared for the hour.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-airport    pic x(4).
               05  (prefix)-season     pic x.
               05  (prefix)-hour       pic 99.
           03  (prefix)-arr-limit      pic 9(3).
           03  (prefix)-dep-limit      pic 9(3).
           03  (prefix)-total-limit    pic 9(3).
