      *   - last activity date off the live query history, with a
      *     DORMANT flag when there is none inside 90 days of the
      *     processing date
      *   - the data scope: the regions and countries the operator
      *     may maintain, or ALL
      *
      * A second section lists maintenance-capable operators whose
      * history shows no maintenance function at all. Output to
       01 review-state                 pic x(10).
       01 review-last-seen             pic x(8).
       01 review-flag                  pic x(8).
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.

       01 detail-line                  pic x(132).

           write report-rec from detail-line
           write report-rec from spaces
           move
             "Operator Lvl State      Last seen  Flag      Scope"
               to detail-line
           write report-rec from detail-line
           move low-values to au-operator-id
               move "DORMANT" to review-flag
               add 1 to operators-dormant
           end-if
           move "F" to sc-request
           move au-scope-list to sc-scope-list
           call "airscop" using sc-scope-area
           move spaces to detail-line
           string au-operator-id delimited by size
                  " " delimited by size
                  review-last-seen delimited by size
                  "   " delimited by size
                  review-flag delimited by size
                  "  " delimited by size
                  sc-scope-text delimited by size
                  into detail-line
           write report-rec from detail-line
       .
           move operators-reviewed to rl-in-count
           move operators-dormant to rl-out-count
           move maint-never-used to rl-reject-count
           move report-file-name to rl-report-file
           move "Operator access review" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

