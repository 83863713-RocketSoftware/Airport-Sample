      * its old layout and rewritten under the new one, with the new
      * trailing fields blank (which every consumer treats as the
      * pre-extension behaviour). dd_convert_mode selects AIRPORTS,
      * AUTHORITY or AIRLINES; AUTHORITY2 takes an authority file
      * that already has the level byte on to the data-scope
      * layout, every operator unrestricted; AUTHORITY3 takes one
      * already on the data-scope layout on to the temporary-grant
      * layout, every grant a standing one; RESTRICT takes the
      * temporary-restrictions file on to the NOTAM layout, every
      * window a whole-airport one; PREFS2 takes a preference file
      * that already has the report currency on to the language
      * layout, every operator in English. dd_convert_in names the
      * old physical file and dd_convert_out the new one the
      * scheduler swaps in.
      * Run once per file at the upgrade, before anything else opens
      * them.
      *
           file status is in-status
           access dynamic.

       select old-auth2 assign convert-in-name
           organization indexed
           record key is ou2-operator-id with no duplicates
           file status is in-status
           access dynamic.

       select old-auth3 assign convert-in-name
           organization indexed
           record key is ou3-operator-id with no duplicates
           file status is in-status
           access dynamic.

       select new-auth assign convert-out-name
           organization indexed
           record key is nu-operator-id with no duplicates
           file status is in-status
           access dynamic.

       select old-pref2 assign convert-in-name
           organization indexed
           record key is p2-operator-id with no duplicates
           file status is in-status
           access dynamic.

       select new-pref assign convert-out-name
           organization indexed
           record key is np-operator-id with no duplicates
           file status is out-status
           access dynamic.

       select old-restrict assign convert-in-name
           organization indexed
           record key is ot-key with no duplicates
           file status is in-status
           access dynamic.

       select new-restrict assign convert-out-name
           organization indexed
           record key is nt-key with no duplicates
           file status is out-status
           access dynamic.

       select new-airline assign convert-out-name
           organization indexed
           record key is nr-key with no duplicates
           03 ou-operator-id           pic x(8).
           03 ou-rest                  pic x(1).

       fd old-auth2.
       01 ou2-rec.
           03 ou2-operator-id          pic x(8).
           03 ou2-rest                 pic x(2).

       fd old-auth3.
       01 ou3-rec.
           03 ou3-operator-id          pic x(8).
           03 ou3-rest                 pic x(107).

       fd new-auth.
       01 nu-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==nu==.
           03 op-operator-id           pic x(8).
           03 op-rest                  pic x(1).

       fd old-pref2.
       01 p2-rec.
           03 p2-operator-id           pic x(8).
           03 p2-rest                  pic x(4).

       fd new-pref.
       01 np-rec.
       copy "airpref.cpy" replacing ==(prefix)== by ==np==.

       fd old-restrict.
       01 ot-rec.
           03 ot-key                   pic x(12).
           03 ot-rest                  pic x(38).

       fd new-restrict.
       01 nt-rec.
       copy "airntm.cpy" replacing ==(prefix)== by ==nt==.

       fd new-airline.
       01 nr-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==nr==.
       78 in-dat                       value "dd_convert_in".
       78 out-dat                      value "dd_convert_out".

       01 convert-mode                 pic x(10).

       01 more-records                 pic x value "Y".
           88 no-more-records          value "N".
                   perform convert-airfile
               when "AUTHORITY"
                   perform convert-authority
               when "AUTHORITY2"
                   perform convert-authority2
               when "AUTHORITY3"
                   perform convert-authority3
               when "AIRLINES"
                   perform convert-airlines
               when "AIRLINES2"
                   perform convert-airlines2
               when "PREFS"
                   perform convert-prefs
               when "PREFS2"
                   perform convert-prefs2
               when "RESTRICT"
                   perform convert-restrict
               when other
                   display "dd_convert_mode must be AIRPORTS,"
                           " AUTHORITY, AUTHORITY2, AUTHORITY3,"
                           " AIRLINES, AIRLINES2, PREFS, PREFS2"
                           " or RESTRICT"
                   move 8 to return-code
           end-evaluate
           perform display-summary
           end-if
       .

       convert-authority2 section.
           open input old-auth2
           open output new-auth
           if in-status not = "00" or out-status not = "00"
               display "open failed, in " in-status
                       " out " out-status
               move 8 to return-code
           else
               perform until no-more-records
                   read old-auth2 next record
                       at end
                           move "N" to more-records
                       not at end
                           add 1 to records-read
                           move ou2-rec to nu-rec
                           write nu-rec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to records-written
                           end-write
                   end-read
               end-perform
               close old-auth2
               close new-auth
               if records-written not = records-read
                   move 8 to return-code
               end-if
           end-if
       .

       convert-authority3 section.
           open input old-auth3
           open output new-auth
           if in-status not = "00" or out-status not = "00"
               display "open failed, in " in-status
                       " out " out-status
               move 8 to return-code
           else
               perform until no-more-records
                   read old-auth3 next record
                       at end
                           move "N" to more-records
                       not at end
                           add 1 to records-read
                           move ou3-rec to nu-rec
                           write nu-rec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to records-written
                           end-write
                   end-read
               end-perform
               close old-auth3
               close new-auth
               if records-written not = records-read
                   move 8 to return-code
               end-if
           end-if
       .

       convert-airlines section.
           open input old-airline
           open output new-airline
           end-if
       .

       convert-prefs2 section.
           open input old-pref2
           open output new-pref
           if in-status not = "00" or out-status not = "00"
               display "open failed, in " in-status
                       " out " out-status
               move 8 to return-code
           else
               perform until no-more-records
                   read old-pref2 next record
                       at end
                           move "N" to more-records
                       not at end
                           add 1 to records-read
                           move p2-rec to np-rec
                           write np-rec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to records-written
                           end-write
                   end-read
               end-perform
               close old-pref2
               close new-pref
               if records-written not = records-read
                   move 8 to return-code
               end-if
           end-if
       .

       convert-restrict section.
           open input old-restrict
           open output new-restrict
           if in-status not = "00" or out-status not = "00"
               display "open failed, in " in-status
                       " out " out-status
               move 8 to return-code
           else
               perform until no-more-records
                   read old-restrict next record
                       at end
                           move "N" to more-records
                       not at end
                           add 1 to records-read
                           move ot-rec to nt-rec
                           write nt-rec
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to records-written
                           end-write
                   end-read
               end-perform
               close old-restrict
               close new-restrict
               if records-written not = records-read
                   move 8 to return-code
               end-if
           end-if
       .

       display-summary section.
           display "File layout conversion complete"
           display "  Mode            : " convert-mode
