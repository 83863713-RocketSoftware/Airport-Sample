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
      * One aircraft in an airline's fleet, keyed by its
      * registration (tail number). ac-type matches the aircraft-type
      * reference and the route file's ar-equip-type; home base is
      * the station the aircraft starts its day from. In-service
      * dates are inclusive YYYYMMDD; a blank to-date means still
      * in service.
      *
      ******************************************************************

           03  (prefix)-tail           pic x(8).
           03  (prefix)-airline        pic x(3).
           03  (prefix)-ac-type        pic x(4).
           03  (prefix)-home-base      pic x(4).
           03  (prefix)-in-service     pic x(8).
           03  (prefix)-out-service    pic x(8).
