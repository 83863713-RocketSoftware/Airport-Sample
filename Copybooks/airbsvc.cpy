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
      * Border services at one airport: whether customs and
      * immigration are provided at all, the hours they are staffed
      * in the airport's local time, and how many hours' prior
      * notice they need outside those hours (zero = none given).
      * Equal open and close times mean staffed round the clock.
      * An airport with no row here has no border services.
      *
      ******************************************************************

           03  (prefix)-airport        pic x(4).
           03  (prefix)-customs        pic x.
               88  (prefix)-has-customs value "Y".
           03  (prefix)-immigration    pic x.
               88  (prefix)-has-immigration value "Y".
           03  (prefix)-open-time      pic x(4).
           03  (prefix)-close-time     pic x(4).
           03  (prefix)-notice-hours   pic 9(3).
