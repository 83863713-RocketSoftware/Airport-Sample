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
      * One subscriber to the airport master change feed, keyed by
      * subscriber id. The scope list (the layout of the authority
      * row's, see airscop) names the regions and countries whose
      * airports the subscriber takes - empty for all. The field
      * set is a string of letters for the record fields carried
      * beyond the code and ICAO code every change has:
      *
      *     N name      C city      Y country   P position
      *     E elevation R runway    S size      T status
      *     U UTC offset
      *
      * blank for all of them. Format is CSV or JSON. The feed
      * counters are kept by airsdst: the last feed cut for the
      * subscriber and the last one the subscriber acknowledged.
      *
      ******************************************************************

           03  (prefix)-subscriber-id pic x(8).
           03  (prefix)-name          pic x(30).
           03  (prefix)-scope-list.
               05  (prefix)-scope occurs 5.
                   07  (prefix)-scope-kind pic x.
                       88  (prefix)-scope-region  value "R".
                       88  (prefix)-scope-country value "C".
                   07  (prefix)-scope-name pic x(20).
           03  (prefix)-field-set     pic x(10).
           03  (prefix)-format        pic x(4).
               88  (prefix)-format-csv  value "CSV".
               88  (prefix)-format-json value "JSON".
           03  (prefix)-last-feed-seq pic 9(7).
           03  (prefix)-last-feed-date pic x(8).
           03  (prefix)-last-ack-seq  pic 9(7).
           03  (prefix)-last-ack-date pic x(8).
