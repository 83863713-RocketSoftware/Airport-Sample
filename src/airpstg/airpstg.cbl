      * nightly airpapl run applies everything due through aircode's
      * own maintenance functions, so the authority check, the
      * validation and the audit record all still happen on the day
      * the change takes effect. The staging operator's data scope
      * is checked here as well, so a change outside it is rejected
      * at staging. Items can be reviewed and cancelled on the
      * airpmnt screen until then.
      *
      ******************************************************************
       program-id. airpstg.
           file status is airpend-status
           access dynamic.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.
       02 pc-new-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==pcn==.

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd report-file.
       01 report-rec                   pic x(132).

       78 airpend-dat                  value "dd_pending_changes".
       78 report-dat                   value "dd_staging_out".
       78 operator-dat                 value "dd_operator_id".
       01 airfile-name                 pic x(80).
       01 file-status                  pic xx.
       78 airport-dat                  value "dd_airports".
       01 airfile-available            pic 9 value 0.

       01 staging-operator             pic x(8).
       01 next-seq                     pic 9(6) value 1.
       01 angle-mins                   pic 9(6).

       01 row-valid                    pic 9.
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.
       01 scope-refused                pic 9.
       01 scope-country                pic x(20).
       01 reject-reason                pic x(30).

       01 detail-line                  pic x(132).
           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status = "00"
               move 1 to airfile-available
           end-if
       .

       find-next-sequence section.
                   move 0 to row-valid
                   move "effective date in the past" to reject-reason
           end-evaluate
           if row-valid = 1
               perform check-staging-scope
               if scope-refused = 1
                   move 0 to row-valid
                   move "outside operator data scope"
                       to reject-reason
               end-if
           end-if
       .

       check-staging-scope section.
       *> the staging operator's data scope (see airscop) is checked
       *> now, against the record as it stands for an update or
       *> delete and the country an add or update gives it, so a
       *> change outside it is turned back today rather than on the
       *> night it falls due
           move 0 to scope-refused
           if csv-action not = "A" and airfile-available = 1
               move csv-code to f-code
               read airfile
                   invalid key
                       continue
                   not invalid key
                       move f-country to scope-country
                       perform check-one-scope-country
               end-read
           end-if
           if csv-action not = "D"
               move function upper-case(csv-country) to scope-country
               perform check-one-scope-country
           end-if
       .

       check-one-scope-country section.
           if scope-refused = 1 or scope-country = spaces
               exit section
           end-if
           move "O" to sc-request
           move staging-operator to sc-operator-id
           move scope-country to sc-country
           call "airscop" using sc-scope-area
           if sc-out-of-scope
               move 1 to scope-refused
           end-if
       .

       write-pending-record section.
           close txn-file
           close airpend-file
           close report-file
           if airfile-available = 1
               close airfile
           end-if
       .

       end program airpstg.
