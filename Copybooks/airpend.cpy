               88  (prefix)-applied    value "A".
               88  (prefix)-cancelled  value "C".
               88  (prefix)-rejected   value "R".
      *> a staged closure is applied to the airport as it stands on
      *> the day, with only its status changed - the image below is
      *> kept for the review screen, never applied
           03  (prefix)-change-kind  pic x.
               88  (prefix)-staged-close value "C".
