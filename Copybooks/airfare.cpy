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
      * One published fare: a carrier's fare for one booking class
      * on one directional city pair, in the currency it was filed
      * in, valid between two dates (blank = open-ended). A return
      * fare covers the outbound and the inbound; the fare quote
      * prices one direction of it at half the filed amount.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-origin     pic x(4).
               05  (prefix)-dest       pic x(4).
               05  (prefix)-airline    pic x(3).
               05  (prefix)-fare-class pic x.
           03  (prefix)-amount         pic 9(7)v99.
           03  (prefix)-currency       pic x(3).
           03  (prefix)-valid-from     pic x(8).
           03  (prefix)-valid-to       pic x(8).
           03  (prefix)-journey        pic x.
               88  (prefix)-one-way    value "O".
               88  (prefix)-return     value "R".
