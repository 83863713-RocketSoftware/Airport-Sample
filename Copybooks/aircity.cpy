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
      * One city's centre reference point, keyed by the city and
      * country exactly as airports are filed under them (f-city,
      * f-country, upper case), with the centre in the same
      * sign/degrees/minutes form the airport records use. Gives
      * the airport-to-city distance on the details answer, the
      * nearest-first order of a metro group's members and the
      * airport/city mismatch audit.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-city       pic x(30).
               05  (prefix)-country    pic x(20).
           03  (prefix)-geo.
               05  (prefix)-latitude.
                   07  (prefix)-lat-sign     pic x.
                   07  (prefix)-lat-degs     pic 9(3).
                   07  (prefix)-lat-mins     pic 9(6).
               05  (prefix)-longitude.
                   07  (prefix)-long-sign    pic x.
                   07  (prefix)-long-degs    pic 9(3).
                   07  (prefix)-long-mins    pic 9(6).
