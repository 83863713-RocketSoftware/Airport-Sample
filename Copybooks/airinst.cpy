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
      * One dated flight instance: a route row's flight on one
      * particular day, as the nightly airinex expansion lays the
      * recurring pattern out over the rolling horizon. The schedule
      * fields are refreshed off the route row every night; the
      * status is the instance's own and is never reset by the
      * expansion - a cancellation (airinup) or an operated flight
      * (airactl) stays recorded however often the pattern is
      * re-expanded. Status stamp and source say when and by what
      * it last moved.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-airline    pic x(3).
               05  (prefix)-flight     pic 9(4).
               05  (prefix)-date       pic x(8).
           03  (prefix)-origin         pic x(4).
           03  (prefix)-dest           pic x(4).
           03  (prefix)-dep-time       pic x(4).
           03  (prefix)-arr-time       pic x(4).
           03  (prefix)-equip-type     pic x(4).
           03  (prefix)-seat-count     pic 9(3).
           03  (prefix)-status         pic x.
               88  (prefix)-scheduled  value "S" " ".
               88  (prefix)-cancelled  value "C".
               88  (prefix)-operated   value "O".
           03  (prefix)-status-stamp   pic x(14).
           03  (prefix)-status-source  pic x(8).
           03  (prefix)-expanded-date  pic x(8).
