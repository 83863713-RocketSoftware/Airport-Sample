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
      * One desk annotation on an airport - the working knowledge a
      * desk used to keep on sticky notes ("gate staff only speak
      * Spanish", "use north apron after 22:00"), keyed by airport
      * and a sequence per airport. The desk is the terminal the
      * note was written at; an own-desk note shows only there, an
      * everyone note at every terminal. A note is current until
      * its expiry date (blank for none) passes or it is retired;
      * the nightly airanxp purge clears both kinds away.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-airport    pic x(4).
               05  (prefix)-seq        pic 9(4).
           03  (prefix)-text           pic x(60).
           03  (prefix)-author         pic x(8).
           03  (prefix)-desk           pic x(8).
           03  (prefix)-written        pic x(8).
           03  (prefix)-expires        pic x(8).
           03  (prefix)-visibility     pic x.
               88  (prefix)-own-desk   value "D".
               88  (prefix)-everyone   value "E".
           03  (prefix)-state          pic x.
               88  (prefix)-current    value "C".
               88  (prefix)-retired    value "R".
           03  (prefix)-retired-by     pic x(8).
           03  (prefix)-retired-on     pic x(8).
