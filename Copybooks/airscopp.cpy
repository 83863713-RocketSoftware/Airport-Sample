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
      * Parameter area for the airscop operator data-scope service.
      * The scope list has the layout of the authority row's own
      * (airauth.cpy); an empty list is unrestricted. Requests:
      *
      *   "C" - check the country (an airport master f-country)
      *         against the scope list the caller supplies; result
      *         "Y" in scope, "N" not, with the country's region.
      *   "O" - the same, for operator-id's list read off the
      *         authority file (dd_operator_authority) - for batch
      *         callers that do not hold the file themselves.
      *   "F" - format the scope list into scope-text, entries
      *         "R:region" and "C:country" separated by commas, or
      *         ALL for an empty list.
      *   "P" - parse scope-text (the same form, ALL for none) into
      *         the scope list; each region has to be on the country
      *         table and each country is taken by name or ISO code.
      *         Result "E" with the reason in message when not,
      *         and for a caller that words it for itself the kind
      *         of error in error-kind, with the entry it stopped
      *         at in error-value.
      *
      ******************************************************************

       01 (sc-prefix)-scope-area.
           03 (sc-prefix)-request          pic x.
           03 (sc-prefix)-operator-id      pic x(8).
           03 (sc-prefix)-country          pic x(20).
           03 (sc-prefix)-scope-list.
               05 (sc-prefix)-scope occurs 5.
                   07 (sc-prefix)-scope-kind pic x.
                   07 (sc-prefix)-scope-name pic x(20).
           03 (sc-prefix)-scope-text       pic x(60).
           03 (sc-prefix)-result           pic x.
               88 (sc-prefix)-in-scope     value "Y".
               88 (sc-prefix)-out-of-scope value "N".
               88 (sc-prefix)-scope-error  value "E".
           03 (sc-prefix)-region           pic x(15).
           03 (sc-prefix)-message          pic x(40).
           03 (sc-prefix)-error-kind       pic x.
               88 (sc-prefix)-too-many     value "M".
               88 (sc-prefix)-bad-entry    value "B".
               88 (sc-prefix)-no-table     value "T".
               88 (sc-prefix)-bad-region   value "R".
               88 (sc-prefix)-bad-country  value "C".
           03 (sc-prefix)-error-value      pic x(20).
