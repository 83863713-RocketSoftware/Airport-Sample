      * rows rewritten, keys no longer on the feed dropped. Rows that
      * fail validation are rejected and reported; an existing route
      * whose feed row is rejected is left as it stands rather than
      * dropped. Before the merge touches the file, the routes as
      * they stood are unloaded to the previous-generation file
      * (dd_airline_prev, when set) for the airschg schedule change
      * report; an empty feed leaves that generation alone too.
      * Writes the common run log.
      *
      ******************************************************************
       program-id. airrtld.
           file status is airacft-status
           access dynamic.

       select prevgen-file assign prevgen-file-name
           organization line sequential
           file status is prevgen-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.
       01 ac-rec.
       copy "airacft.cpy" replacing ==(prefix)== by ==ac==.

       fd prevgen-file.
       01 pv-rec.
       copy "airrte.cpy" replacing ==(prefix)== by ==pv==.

       fd report-file.
       01 report-rec                   pic x(132).

       01 airlnm-status                pic xx.
       01 airacft-status               pic xx.
       01 report-status                pic xx.
       01 prevgen-file-name            pic x(80).
       01 prevgen-status               pic xx.
       78 feed-dat                     value "dd_airline_feed".
       78 airport-dat                  value "dd_airports".
       78 airline-dat                  value "dd_airlines".
       78 airlnm-dat                   value "dd_airline_names".
       78 airacft-dat                  value "dd_aircraft_types".
       78 report-dat                   value "dd_airline_load_out".
       78 prevgen-dat                  value "dd_airline_prev".

       01 airline-ref-available        pic 9 value 0.
       01 acft-file-available          pic 9 value 0.
           03 routes-changed           pic 9(7) value 0.
           03 routes-dropped           pic 9(7) value 0.
           03 routes-unchanged         pic 9(7) value 0.
           03 routes-saved             pic 9(7) value 0.

       procedure division.
       main section.
               write report-rec from detail-line
               move 8 to return-code
           else
               perform save-previous-generation
               move "Y" to more-routes
               move low-values to ar-key
               start airline-file key >= ar-key
                   invalid key
           end-if
       .

       save-previous-generation section.
       *> the whole route file as it stands, in key order, so the
       *> change report can match it against what this load leaves
           display prevgen-dat upon environment-name
           accept prevgen-file-name from environment-value
           if prevgen-file-name = spaces
               exit section
           end-if
           open output prevgen-file
           if prevgen-status not = "00"
               exit section
           end-if
           move low-values to ar-key
           start airline-file key >= ar-key
               invalid key
                   move "N" to more-routes
               not invalid key
                   perform read-next-route
           end-start
           perform until no-more-routes
               write pv-rec from ar-rec
               add 1 to routes-saved
               perform read-next-route
           end-perform
           close prevgen-file
       .

       read-next-sorted-feed section.
           return sort-feed
               at end
                  routes-unchanged delimited by size
                  into detail-line
           write report-rec from detail-line
           if prevgen-file-name not = spaces
               move spaces to detail-line
               string "Previous kept    : " delimited by size
                      routes-saved delimited by size
                      into detail-line
               write report-rec from detail-line
           end-if
       .

       write-run-log-start section.
           compute rl-out-count =
               routes-added + routes-changed + routes-unchanged
           move rows-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Airline route load" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

