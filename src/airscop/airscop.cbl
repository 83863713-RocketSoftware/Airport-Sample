      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Operator data-scope service. The graded level on the
      * authority row says what an operator may do; the scope list
      * beside it says where - up to five regions (ct-region on the
      * country table) and countries whose airport records the
      * operator may maintain. aircode's check-operator-authorized
      * checks every add, update, delete, merge and approval here,
      * and the staging jobs (airpstg, airtxn) check each change
      * as it is staged, so one rule answers everywhere. Formats
      * and parses the list for the operator-administration screen
      * and the access review. See airscopp.cpy for the requests.
      *
      ******************************************************************
       program-id. airscop.

       select airctry-file assign airctry-file-name
           organization indexed
           record key is ct-code with no duplicates
           alternate record key is ct-name with duplicates
           file status is airctry-status
           access dynamic.

       select airauth-file assign airauth-file-name
           organization indexed
           record key is au-operator-id with no duplicates
           file status is airauth-status
           access dynamic.

       data division.
       fd airctry-file.
       01 ct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==ct==.

       fd airauth-file.
       01 au-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==au==.

       working-storage section.
       01 airctry-file-name            pic x(80).
       01 airauth-file-name            pic x(80).
       01 airctry-status               pic xx.
       01 airauth-status               pic xx.
       78 airctry-dat                  value "dd_countries".
       78 airauth-dat                  value "dd_operator_authority".

      *> the country table stays open for the life of the run unit
       01 country-file-tried           pic 9 value 0.
       01 country-file-available       pic 9 value 0.

       01 scope-idx                    pic 9.
       01 text-idx                     pic 9.
       01 text-ptr                     pic 9(3).
       01 target-country               pic x(20).
       01 target-region                pic x(15).
       01 region-found                 pic 9.
       01 more-countries               pic x.
           88 no-more-countries        value "N".

       01 parse-text                   pic x(60).
       01 parse-pieces.
           03 parse-piece              pic x(30) occurs 6.
       01 piece-kind                   pic x(3).
       01 piece-name                   pic x(30).
       01 piece-value                  pic x(30).

       linkage section.
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.

       procedure division using by reference sc-scope-area.
       main section.
           perform open-country-file
           evaluate sc-request
               when "C"
                   perform check-country-in-scope
               when "O"
                   perform load-operator-scope
                   perform check-country-in-scope
               when "F"
                   perform format-scope-text
               when "P"
                   perform parse-scope-text
               when other
                   continue
           end-evaluate
           exit program
       .

       open-country-file section.
           if country-file-tried = 1
               exit section
           end-if
           move 1 to country-file-tried
           display airctry-dat upon environment-name
           accept airctry-file-name from environment-value
           open input airctry-file
           if airctry-status = "00"
               move 1 to country-file-available
           end-if
       .

       load-operator-scope section.
       *> no authority row reads as an empty list; whether the
       *> operator may maintain at all is aircode's to decide when
       *> the change is applied
           initialize sc-scope-list
           display airauth-dat upon environment-name
           accept airauth-file-name from environment-value
           open input airauth-file
           if airauth-status not = "00"
               exit section
           end-if
           move function upper-case(sc-operator-id) to au-operator-id
           read airauth-file
               invalid key
                   continue
               not invalid key
                   move au-scope-list to sc-scope-list
           end-read
           close airauth-file
       .

       check-country-in-scope section.
       *> a country entry matches on the master's country name; a
       *> region entry on the region the country table puts it in.
       *> A country missing from the table has no region, so only
       *> a country entry can let it through.
           move function upper-case(sc-country) to target-country
           move spaces to target-region
           if country-file-available = 1 and target-country not = spaces
               move target-country to ct-name
               read airctry-file key is ct-name
                   invalid key
                       continue
                   not invalid key
                       move function upper-case(ct-region)
                           to target-region
               end-read
           end-if
           move target-region to sc-region
           move spaces to sc-message
           if sc-scope-kind(1) = space
               set sc-in-scope to true
               exit section
           end-if
           set sc-out-of-scope to true
           perform varying scope-idx from 1 by 1 until scope-idx > 5
               evaluate true
                   when sc-scope-kind(scope-idx) = "C"
                       if sc-scope-name(scope-idx) = target-country
                           set sc-in-scope to true
                       end-if
                   when sc-scope-kind(scope-idx) = "R"
                       if target-region not = spaces
                               and sc-scope-name(scope-idx)
                                   = target-region
                           set sc-in-scope to true
                       end-if
               end-evaluate
           end-perform
           if sc-out-of-scope
               string "Outside scope: " delimited by size
                      target-country delimited by "  "
                      into sc-message
           end-if
       .

       format-scope-text section.
           move spaces to sc-scope-text
           if sc-scope-kind(1) = space
               move "ALL" to sc-scope-text
               exit section
           end-if
           move 1 to text-ptr
           perform varying scope-idx from 1 by 1 until scope-idx > 5
               if sc-scope-kind(scope-idx) not = space
                   if text-ptr > 1
                       string "," delimited by size
                           into sc-scope-text with pointer text-ptr
                       end-string
                   end-if
                   string sc-scope-kind(scope-idx) delimited by size
                          ":" delimited by size
                          sc-scope-name(scope-idx) delimited by "  "
                          into sc-scope-text with pointer text-ptr
                   end-string
               end-if
           end-perform
       .

       parse-scope-text section.
       *> entries are checked against the country table so a typing
       *> slip cannot leave an operator scoped to a region nobody is
       *> in; countries are stored under their table name, which is
       *> what the master's f-country carries
           set sc-in-scope to true
           move spaces to sc-message
           move space to sc-error-kind
           move spaces to sc-error-value
           initialize sc-scope-list
           move function upper-case(sc-scope-text) to parse-text
           if function trim(parse-text) = "ALL"
               exit section
           end-if
           move spaces to parse-pieces
           unstring parse-text delimited by ","
               into parse-piece(1) parse-piece(2) parse-piece(3)
                    parse-piece(4) parse-piece(5) parse-piece(6)
           end-unstring
           if parse-piece(6) not = spaces
               set sc-scope-error to true
               set sc-too-many to true
               move "At most 5 scope entries" to sc-message
               exit section
           end-if
           move 0 to scope-idx
           perform varying text-idx from 1 by 1
                   until text-idx > 5 or sc-scope-error
               if parse-piece(text-idx) not = spaces
                   perform parse-one-entry
               end-if
           end-perform
           if sc-scope-error
               initialize sc-scope-list
           end-if
       .

       parse-one-entry section.
           move spaces to piece-kind piece-name
           unstring parse-piece(text-idx) delimited by ":"
               into piece-kind piece-name
           end-unstring
           move function trim(piece-kind) to piece-kind
           move function trim(piece-name) to piece-value
           if piece-value = spaces
                   or (piece-kind not = "R" and piece-kind not = "C")
               set sc-scope-error to true
               set sc-bad-entry to true
               move parse-piece(text-idx) to sc-error-value
               move "Scope entries are R:region or C:country"
                   to sc-message
               exit section
           end-if
           if country-file-available = 0
               set sc-scope-error to true
               set sc-no-table to true
               move "Country table not available" to sc-message
               exit section
           end-if
           if piece-kind = "R"
               perform find-region
           else
               perform find-country
           end-if
           if sc-scope-error
               exit section
           end-if
           add 1 to scope-idx
           move piece-kind to sc-scope-kind(scope-idx)
           move piece-value to sc-scope-name(scope-idx)
       .

       find-region section.
       *> the region is not a key; the table is a couple of hundred
       *> rows, read through once
           move 0 to region-found
           move low-values to ct-code
           move "Y" to more-countries
           start airctry-file key >= ct-code
               invalid key
                   move "N" to more-countries
           end-start
           perform until no-more-countries or region-found = 1
               read airctry-file next record
                   at end
                       move "N" to more-countries
                   not at end
                       if function upper-case(ct-region) = piece-value
                           move 1 to region-found
                       end-if
               end-read
           end-perform
           if region-found = 0
               set sc-scope-error to true
               set sc-bad-region to true
               move piece-value to sc-error-value
               string "Unknown region " delimited by size
                      piece-value delimited by "  "
                      into sc-message
           end-if
       .

       find-country section.
           move 0 to region-found
           move piece-value to ct-name
           read airctry-file key is ct-name
               invalid key
                   continue
               not invalid key
                   move 1 to region-found
           end-read
           if region-found = 0 and piece-value(4:) = spaces
               move piece-value to ct-code
               read airctry-file key is ct-code
                   invalid key
                       continue
                   not invalid key
                       move 1 to region-found
               end-read
           end-if
           if region-found = 0
               set sc-scope-error to true
               set sc-bad-country to true
               move piece-value to sc-error-value
               string "Unknown country " delimited by size
                      piece-value delimited by "  "
                      into sc-message
           else
               move function upper-case(ct-name) to piece-value
           end-if
       .

       end program airscop.
