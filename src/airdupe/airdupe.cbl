      *
      * and written to a candidates report for a human to resolve
      * through the maintenance screens; nothing on airfile is
      * touched here. Every candidate pair is also posted to the
      * data-quality case file (aircase), which closes the cases a
      * full screening no longer finds.
      *
      ******************************************************************
       program-id. airdupe.
       78  radius-of-earth value 6371.

       01 dist-edit                    pic zz9.9.
       01 airfile-missing              pic 9 value 0.
       copy "aircasp.cpy" replacing ==(cp-prefix)== by ==cq==.

       01 detail-line                  pic x(132).

       procedure division.
       main section.
           perform open-files
           perform start-case-run
           perform load-airport-table
           perform screen-proximity-pairs
           perform write-proximity-report
           perform screen-name-pairs
           perform end-case-run
           perform write-dupe-summary
           perform close-files
           goback
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status not = "00"
               move "N" to more-records
               move 1 to airfile-missing
           end-if
           move low-values to f-code
           start airfile key >= f-code
               invalid key
           if pair-distance < proximity-km
               add 1 to proximity-candidates
               perform insert-ranked-pair
               move pair-distance to dist-edit
               move "PROXIM" to cq-case-type
               move spaces to cq-detail
               string "within " delimited by size
                      dist-edit delimited by size
                      " km of " delimited by size
                      at-code(i2) delimited by space
                      into cq-detail
               perform post-pair-case
           end-if
       .

                   and at-name(i1)(1:name-agree-chars) =
                       at-name(i2)(1:name-agree-chars)
               add 1 to name-candidates
               move "NAMEDUP" to cq-case-type
               move spaces to cq-detail
               string "same city and name as " delimited by size
                      at-code(i2) delimited by space
                      into cq-detail
               perform post-pair-case
               move spaces to detail-line
               string "  " delimited by size
                      at-code(i1) delimited by space
           end-if
       .

       start-case-run section.
           initialize cq-case-area
           move "AIRDUPE" to cq-source-job
           move "S" to cq-request
           call "aircase" using cq-case-area
       .

       post-pair-case section.
       *> one case per pair, on the first code of it with the
       *> second as the reference
           move "P" to cq-request
           move at-code(i1) to cq-airport
           move at-code(i2) to cq-case-ref
           call "aircase" using cq-case-area
       .

       end-case-run section.
       *> a pair drops out of the cases only when every active
       *> airport was screened
           if airfile-missing = 0 and table-overflowed = 0
               move "W" to cq-request
               move spaces to cq-case-type
               call "aircase" using cq-case-area
           end-if
           move "E" to cq-request
           call "aircase" using cq-case-area
       .

       write-dupe-summary section.
           write report-rec from spaces
           move spaces to detail-line
                      into detail-line
               write report-rec from detail-line
           end-if
           move spaces to detail-line
           string "Cases opened: " delimited by size
                  cq-opened delimited by size
                  "  Updated: " delimited by size
                  cq-updated delimited by size
                  "  Reopened: " delimited by size
                  cq-reopened delimited by size
                  "  Auto-closed: " delimited by size
                  cq-auto-closed delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
