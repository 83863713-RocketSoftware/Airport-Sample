      *> ISO currency the operator wants cost estimates reported
      *> in; blank keeps the installation's base currency
           03  (prefix)-report-currency pic x(3).
      *> two-letter language the screens and answers are given in
      *> off the message catalogue; blank is English
           03  (prefix)-language        pic x(2).
