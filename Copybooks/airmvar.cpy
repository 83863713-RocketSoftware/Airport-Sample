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
      * One point of the magnetic-variation grid. Points sit on a
      * 5-degree lattice; the key carries the latitude and
      * longitude offset so the key sorts without a sign - latitude
      * plus 90 (0-180) and longitude plus 180 (0-360). Variation
      * is in degrees, east positive, west negative: magnetic =
      * true - variation.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-lat-band   pic 9(3).
               05  (prefix)-long-band  pic 9(3).
           03  (prefix)-variation      pic s9(3)v9
                                       sign leading separate.
