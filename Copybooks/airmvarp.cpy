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
      * Parameter area for the airmvar magnetic-variation service.
      * The caller supplies a position in the airport master's
      * sign/degrees/fraction form and a true track (000-359);
      * found comes back "Y" with the variation there (east
      * positive) and the track converted to magnetic, or "N" when
      * no grid is configured or no grid point surrounds the
      * position - the caller then shows true only.
      *
      ******************************************************************

       01 (mv-prefix)-magvar-area.
           03 (mv-prefix)-latitude.
               05 (mv-prefix)-lat-sign     pic x.
               05 (mv-prefix)-lat-degs     pic 9(3).
               05 (mv-prefix)-lat-mins     pic 9(6).
           03 (mv-prefix)-longitude.
               05 (mv-prefix)-long-sign    pic x.
               05 (mv-prefix)-long-degs    pic 9(3).
               05 (mv-prefix)-long-mins    pic 9(6).
           03 (mv-prefix)-true-track       pic 9(3).
           03 (mv-prefix)-found            pic x.
           03 (mv-prefix)-variation        pic s9(3)v9
                                           sign leading separate.
           03 (mv-prefix)-mag-track        pic 9(3).
