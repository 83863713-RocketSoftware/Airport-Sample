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
      * One master change held for a second operator's approval
      * under dual control (site parameter DUAL-CONTROL). The maker
      * and their level are kept so the checker can be held to an
      * equal or higher level and can never be the same person;
      * the master record as it stood when the change was held is
      * kept beside the change so an approval cannot land on top
      * of something altered since. Items still awaiting approval
      * after APPROVAL-AGE-DAYS are expired by the nightly airhage
      * run.
      *
      ******************************************************************

           03  (prefix)-seq           pic 9(6).
           03  (prefix)-held-stamp    pic x(14).
      *> the aircode maintenance function held: 8 update, 9 delete
           03  (prefix)-function      pic x.
           03  (prefix)-code          pic x(4).
      *> why it was held: D delete, C closure, M coordinate move
           03  (prefix)-reason        pic x.
               88  (prefix)-held-delete  value "D".
               88  (prefix)-held-closure value "C".
               88  (prefix)-held-move    value "M".
           03  (prefix)-move-km       pic 9(5).
           03  (prefix)-maker         pic x(8).
           03  (prefix)-maker-level   pic x.
           03  (prefix)-status        pic x.
               88  (prefix)-awaiting  value "W".
               88  (prefix)-approved  value "A".
               88  (prefix)-rejected  value "R".
               88  (prefix)-expired   value "E".
           03  (prefix)-checker       pic x(8).
           03  (prefix)-decided-stamp pic x(14).
