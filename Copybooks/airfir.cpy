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
      * One flight information region: its ICAO id and name, the
      * authority that levies en-route charges over it, the unit
      * rate per charging unit in the authority's currency, and the
      * boundary as up to 60 corner points in signed decimal
      * degrees, in order round the edge (the last joins back to
      * the first). A region straddling the 180th meridian is filed
      * as two, one either side. The charge for a flight is the
      * unit rate times the distance flown inside in hundreds of
      * km times the square root of the aircraft's maximum take-off
      * weight in tonnes over 50.
      *
      ******************************************************************

           03  (prefix)-id             pic x(4).
           03  (prefix)-name           pic x(30).
           03  (prefix)-authority      pic x(20).
           03  (prefix)-unit-rate      pic 9(5)v99.
           03  (prefix)-currency       pic x(3).
           03  (prefix)-point-count    pic 9(3).
           03  (prefix)-point occurs 60.
               05  (prefix)-point-lat  pic s9(2)v9(4).
               05  (prefix)-point-long pic s9(3)v9(4).
