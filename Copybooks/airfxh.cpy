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
      * One dated exchange rate kept for good: airfxld adds a row
      * per currency on every daily load, so a cost quoted on any
      * past date can be converted again at the rates it was quoted
      * at. The date half of the key is held inverted (99999999
      * less the rate date), so a START at a currency and the
      * inverse of an as-of date lands on the latest rate on or
      * before it.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-currency   pic x(3).
               05  (prefix)-date-inverse pic 9(8).
           03  (prefix)-rate          pic 9(5)v9(6).
           03  (prefix)-rate-date     pic x(8).
           03  (prefix)-loaded-on     pic x(8).
