      *
      * Online maintenance service for the reference tables behind
      * the answers - aircraft types, airport costs, operating
      * hours, DST rules, metro groups, designated alternates and
      * border services - so a mistyped curfew time is a one-record
      * fix at a terminal instead of a whole-file reload in a batch
      * window.
      * Called from the airport front end's reference-maintenance
      * screen with the area in airrefmp.cpy.
      *
           file status is ref-status
           access dynamic.

       select airbsvc-file assign airbsvc-file-name
           organization indexed
           record key is bs-airport with no duplicates
           file status is ref-status
           access dynamic.

       select airauth-file assign airauth-file-name
           organization indexed
           record key is au-operator-id with no duplicates
       01 al-rec.
       copy "airalt.cpy" replacing ==(prefix)== by ==al==.

       fd airbsvc-file.
       01 bs-rec.
       copy "airbsvc.cpy" replacing ==(prefix)== by ==bs==.

       fd airauth-file.
       01 au-rec.
       copy "airauth.cpy" replacing ==(prefix)== by ==au==.
       copy "airrec.cpy" replacing ==(prefix)== by ==audold==.
       02 aud-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==audnew==.
       02 aud-approver                 pic x(8).
       02 aud-chain.
       copy "airachn.cpy" replacing ==(prefix)== by ==aud==.

       working-storage section.
       01 airacft-file-name            pic x(80).
       01 airdst-file-name             pic x(80).
       01 airmetro-file-name           pic x(80).
       01 airalt-file-name             pic x(80).
       01 airbsvc-file-name            pic x(80).
       01 airauth-file-name            pic x(80).
       01 audit-file-name              pic x(80).
       01 ref-status                   pic xx.
       78 airdst-dat                   value "dd_dst_rules".
       78 airmetro-dat                 value "dd_metro_areas".
       78 airalt-dat                   value "dd_alternates".
       78 airbsvc-dat                  value "dd_border_services".
       78 airauth-dat                  value "dd_operator_authority".
       78 audit-dat                    value "dd_audit_log".

       01 operator-level               pic x.
       01 grant-now-stamp              pic x(21).
       01 action-allowed               pic 9.

       01 key-part-1                   pic x(8).
           03 tx-3                     pic x(12).
           03 tx-4                     pic x(12).
           03 tx-5                     pic x(12).
           03 tx-6                     pic x(12).
           03 tx-7                     pic x(12).

       01 old-image-text               pic x(30).
       01 new-image-text               pic x(30).
       01 edit-burn                    pic 9(3).9.
       01 edit-mtow                    pic 9(3).9.
       01 edit-fuel                    pic 9(3).99.
       01 edit-fee-1                   pic 9(5).99.
       01 edit-fee-2                   pic 9(5).99.
       01 edit-delta                   pic -9.99.
       01 edit-notice                  pic 9(3).
       copy "airachnp.cpy" replacing ==(ac-prefix)== by ==ak==.

       linkage section.
       copy "airrefmp.cpy" replacing ==(rm-prefix)== by ==lk==.
                       perform maintain-metro-table
                   when "ALTS"
                       perform maintain-alternates-table
                   when "BORDER"
                       perform maintain-border-table
                   when other
                       move "92" to lk-status
                       move "Unknown table - see screen legend"
                       if operator-level = space and au-authorized
                           move "M" to operator-level
                       end-if
      *> a temporary level past its valid-until date counts as
      *> the level it drops back to, none for a revoke
                       if au-valid-until not = spaces
                               and au-valid-until numeric
                           move function current-date to grant-now-stamp
                           if au-valid-until < grant-now-stamp(1:8)
                               move au-normal-level to operator-level
                           end-if
                       end-if
               end-read
               close airauth-file
           end-if
       split-record-text section.
           initialize text-fields
           unstring lk-record-text delimited by ","
               into tx-1 tx-2 tx-3 tx-4 tx-5 tx-6 tx-7
           end-unstring
       .

                   display airalt-dat upon environment-name
                   accept airalt-file-name from environment-value
                   open i-o airalt-file
               when "BORDER"
                   display airbsvc-dat upon environment-name
                   accept airbsvc-file-name from environment-value
                   open i-o airbsvc-file
           end-evaluate
           if ref-status not = "00"
               move ref-status to lk-status
                   close airmetro-file
               when "ALTS"
                   close airalt-file
               when "BORDER"
                   close airbsvc-file
           end-evaluate
       .

           compute ac-range-km = function numval(tx-3)
           compute ac-min-runway-ft = function numval(tx-4)
           compute ac-burn-lpk = function numval(tx-5)
           compute ac-min-turn-mins = function numval(tx-6)
           compute ac-mtow-tonnes = function numval(tx-7)
       .

       return-aircraft-row section.
           move spaces to lk-record-key lk-record-text
           move ac-type to lk-record-key
           move ac-burn-lpk to edit-burn
           move ac-mtow-tonnes to edit-mtow
           string ac-descr delimited by size
                  "," delimited by size
                  ac-cruise-kmh delimited by size
                  ac-min-runway-ft delimited by size
                  "," delimited by size
                  edit-burn delimited by size
                  "," delimited by size
                  ac-min-turn-mins delimited by size
                  "," delimited by size
                  edit-mtow delimited by size
                  into lk-record-text
       .

                  into new-image-text
       .

       maintain-border-table section.
           perform open-reference-table
           if lk-status not = "00"
               exit section
           end-if
           perform split-record-key
           evaluate lk-action
               when "B"
                   if key-part-1 = spaces
                       move low-values to bs-airport
                   else
                       move key-part-1 to bs-airport
                   end-if
                   start airbsvc-file key > bs-airport
                       invalid key
                           move "10" to lk-status
                           move "End of table" to lk-message
                       not invalid key
                           read airbsvc-file next record
                               at end
                                   move "10" to lk-status
                                   move "End of table" to lk-message
                               not at end
                                   perform return-border-row
                           end-read
                   end-start
               when "R"
                   move key-part-1 to bs-airport
                   read airbsvc-file
                       invalid key
                           move "23" to lk-status
                           move "Not on table" to lk-message
                       not invalid key
                           perform return-border-row
                   end-read
               when "A"
                   initialize bs-rec
                   move key-part-1 to bs-airport
                   perform fill-border-row
                   write bs-rec
                       invalid key
                           move "22" to lk-status
                           move "Already on table" to lk-message
                       not invalid key
                           move spaces to old-image-text
                           perform build-border-image
                           perform write-reference-audit
                           move "Added" to lk-message
                   end-write
               when "U"
                   move key-part-1 to bs-airport
                   read airbsvc-file
                       invalid key
                           move "23" to lk-status
                           move "Not on table" to lk-message
                       not invalid key
                           perform build-border-image
                           move new-image-text to old-image-text
                           perform fill-border-row
                           rewrite bs-rec
                           perform build-border-image
                           perform write-reference-audit
                           move "Updated" to lk-message
                   end-read
               when "D"
                   move key-part-1 to bs-airport
                   read airbsvc-file
                       invalid key
                           move "23" to lk-status
                           move "Not on table" to lk-message
                       not invalid key
                           perform build-border-image
                           move new-image-text to old-image-text
                           move spaces to new-image-text
                           delete airbsvc-file record
                           perform write-reference-audit
                           move "Deleted" to lk-message
                   end-read
               when other
                   move "92" to lk-status
                   move "Action must be B/R/A/U/D" to lk-message
           end-evaluate
           perform close-reference-table
       .

       fill-border-row section.
           perform split-record-text
           move function upper-case(tx-1) to bs-customs
           move function upper-case(tx-2) to bs-immigration
           move tx-3 to bs-open-time
           move tx-4 to bs-close-time
           if bs-open-time = spaces and bs-close-time = spaces
               move "0000" to bs-open-time bs-close-time
           end-if
           compute bs-notice-hours = function numval(tx-5)
       .

       return-border-row section.
           move spaces to lk-record-key lk-record-text
           move bs-airport to lk-record-key
           move bs-notice-hours to edit-notice
           string bs-customs delimited by size
                  "," delimited by size
                  bs-immigration delimited by size
                  "," delimited by size
                  bs-open-time delimited by size
                  "," delimited by size
                  bs-close-time delimited by size
                  "," delimited by size
                  edit-notice delimited by size
                  into lk-record-text
       .

       build-border-image section.
           move spaces to new-image-text
           move bs-notice-hours to edit-notice
           string bs-airport delimited by space
                  " C:" delimited by size
                  bs-customs delimited by size
                  " I:" delimited by size
                  bs-immigration delimited by size
                  " " delimited by size
                  bs-open-time delimited by size
                  "-" delimited by size
                  bs-close-time delimited by size
                  " N:" delimited by size
                  edit-notice delimited by size
                  into new-image-text
       .

       write-reference-audit section.
       *> the same audit log the master maintenance appends, with
       *> the table, key and images in the record-image name fields
                      " " delimited by size
                      new-image-text delimited by size
                      into audnew-name
               perform link-audit-record
               write aud-rec
               close audit-file
           end-if
       .

       link-audit-record section.
       *> chained to the entry before it, as the master maintenance
       *> chains its own
           move "L" to ak-request
           move aud-rec to ak-entry
           call "airachn" using ak-chain-area
           move ak-sequence to aud-chain-seq
           move ak-prev-hash to aud-prev-hash
           move ak-entry-hash to aud-entry-hash
       .

       end program airrefm.
