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
      * Passengers carried on one flight on one date, off the
      * revenue system's extract (airbkld), with the route the
      * flight was matched to - origin, destination and the
      * airline's route row - so the load-factor report can set
      * them against the seats that route offered. Keyed like the
      * dated instances.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-airline    pic x(3).
               05  (prefix)-flight     pic 9(4).
               05  (prefix)-date       pic x(8).
           03  (prefix)-origin         pic x(4).
           03  (prefix)-dest           pic x(4).
           03  (prefix)-passengers     pic 9(4).
           03  (prefix)-loaded-stamp   pic x(14).
