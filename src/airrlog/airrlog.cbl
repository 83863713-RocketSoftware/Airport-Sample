      * a prior date produces that date's run-log records without
      * a midnight-spanning run ending before it started.
      *
      * An end record that names the job's report registers it on
      * the report catalogue (dd_report_catalogue, airrcat.cpy) -
      * job, processing date, title, location and line count - so
      * a past night's output can be found and read back from the
      * front end's report viewer. No catalogue configured, no
      * registration.
      *
      ******************************************************************
       program-id. airrlog.

           organization line sequential
           file status is runlog-status.

       select catalogue-file assign catalogue-file-name
           organization indexed
           record key is rc-key with no duplicates
           file status is catalogue-status
           access dynamic.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd runlog-file.
       01 rg-rec.
       copy "airrlog.cpy" replacing ==(prefix)== by ==rg==.

       fd catalogue-file.
       01 rc-rec.
       copy "airrcat.cpy" replacing ==(prefix)== by ==rc==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       01 runlog-file-name             pic x(80).
       01 runlog-status                pic xx.
       78 runlog-dat                   value "dd_run_log".
       01 catalogue-file-name          pic x(80).
       01 report-file-name             pic x(80).
       01 catalogue-status             pic xx.
       01 report-status                pic xx.
       78 catalogue-dat                value "dd_report_catalogue".

       01 report-lines                 pic 9(7).
       01 next-run-seq                 pic 9(3).
       01 catalogue-more               pic x.
           88 no-more-catalogue        value "N".
       01 report-more                  pic x.
           88 no-more-report           value "N".
       01 now-stamp                    pic x(21).

       linkage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.

       procedure division using by reference rl-run-log-area.
       main section.
      *> a caller that never names a report leaves the field as
      *> working storage started it
           if rl-record-type = "E"
                   and rl-report-file not = spaces
                   and rl-report-file not = low-values
               perform register-report
           end-if
           display runlog-dat upon environment-name
           accept runlog-file-name from environment-value
           if runlog-file-name = spaces
           exit program
       .

       register-report section.
           display catalogue-dat upon environment-name
           accept catalogue-file-name from environment-value
           if catalogue-file-name = spaces
               exit section
           end-if
           perform count-report-lines
           open i-o catalogue-file
           if catalogue-status = "35"
               open output catalogue-file
               close catalogue-file
               open i-o catalogue-file
           end-if
           if catalogue-status not = "00"
               exit section
           end-if
           initialize rc-rec
           move rl-job-name to rc-job
           move "D" to pd-request
           call "airpdat" using pd-procdate-area
           move pd-date to rc-proc-date
           perform find-next-run-seq
           initialize rc-rec
           move rl-job-name to rc-job
           move pd-date to rc-proc-date
           move next-run-seq to rc-run-seq
           move rl-report-title to rc-title
           move rl-report-file to rc-location
           move report-lines to rc-line-count
           move function current-date to now-stamp
           move now-stamp(1:14) to rc-stamp
           write rc-rec
               invalid key
                   continue
           end-write
           close catalogue-file
       .

       count-report-lines section.
      *> counted off the file as it was left, so the catalogue
      *> agrees with what the viewer will page through
           move 0 to report-lines
           move rl-report-file to report-file-name
           open input report-file
           if report-status not = "00"
               exit section
           end-if
           move "Y" to report-more
           perform until no-more-report
               read report-file
                   at end
                       move "N" to report-more
                   not at end
                       add 1 to report-lines
               end-read
           end-perform
           close report-file
       .

       find-next-run-seq section.
      *> one past the last run catalogued for the job on this date
           move 1 to next-run-seq
           move 0 to rc-run-seq
           move "Y" to catalogue-more
           start catalogue-file key >= rc-key
               invalid key
                   move "N" to catalogue-more
           end-start
           perform until no-more-catalogue
               read catalogue-file next record
                   at end
                       move "N" to catalogue-more
                   not at end
                       if rc-job = rl-job-name
                               and rc-proc-date = pd-date
                           if rc-run-seq < 999
                               compute next-run-seq = rc-run-seq + 1
                           end-if
                       else
                           move "N" to catalogue-more
                       end-if
               end-read
           end-perform
       .

       end program airrlog.
