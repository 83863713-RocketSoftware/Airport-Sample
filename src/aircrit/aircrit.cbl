      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Batch-window analysis of the overnight suite: the steps and
      * dependencies off airsuit's job-control file
      * (dd_suite_control) put together with each step's elapsed
      * time on the common run log (dd_run_log) over the last
      * BATCH-NIGHTS processing dates (site parameter, default 7, at
      * most 14). A step's job is its program name on the log. For
      * every step: runs, average and worst elapsed, the float - how
      * much later it could finish without moving the end of the
      * longest dependency chain - and a RISING flag when its time
      * has climbed by a tenth of its average or more across the
      * nights (three nights at least). The chain with no float is
      * the critical path; it is listed step by step with its
      * length. airsuit runs the steps one after another, so the
      * finish is forecast as the suite's average start on the log
      * (BATCH-WINDOW-START, default 2200, when it has none) plus
      * every step's average - and plus every step's worst for the
      * bad night - against the site's BATCH-WINDOW-END (hhmm,
      * default 0600); either one past it is an overrun. The
      * critical path's length is what the suite would take with
      * the independent chains run side by side. Report on
      * dd_batch_window_report; writes the common run log.
      *
      ******************************************************************
       program-id. aircrit.

       select control-file assign control-file-name
           organization line sequential
           file status is control-status.

       select runlog-file assign runlog-file-name
           organization line sequential
           file status is runlog-status.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd control-file.
       01 control-rec                  pic x(40).

       fd runlog-file.
       01 rg-rec.
       copy "airrlog.cpy" replacing ==(prefix)== by ==rg==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 control-file-name            pic x(80).
       01 runlog-file-name             pic x(80).
       01 siteparams-file-name         pic x(80).
       01 report-file-name             pic x(80).
       01 control-status               pic xx.
       01 runlog-status                pic xx.
       01 siteparams-status            pic xx.
       01 report-status                pic xx.
       78 control-dat                  value "dd_suite_control".
       78 runlog-dat                   value "dd_run_log".
       78 siteparams-dat               value "dd_site_params".
       78 report-dat                   value "dd_batch_window_report".
       78 max-steps                    value 30.
       78 max-nights                   value 14.
       78 seconds-a-day                value 86400.
       78 half-day                     value 43200.

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).
       01 nights-wanted                pic 9(2) value 7.
       01 window-start-hhmm            pic 9(4) value 2200.
       01 window-end-hhmm              pic 9(4) value 0600.

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-step                 pic x(8).
           03 csv-program              pic x(8).
           03 csv-depends              pic x(8).

      *> the steps, with their timings per night and what the
      *> analysis makes of them
       01 step-table.
           03 step-entry occurs 30.
               05 sp-step              pic x(8).
               05 sp-program           pic x(8).
               05 sp-job               pic x(8).
               05 sp-depends           pic x(8).
               05 sp-pred              pic 9(2).
               05 sp-night-secs        pic 9(7) occurs 14.
               05 sp-night-have        pic 9 occurs 14.
               05 sp-runs              pic 9(2).
               05 sp-avg-secs          pic 9(7).
               05 sp-worst-secs        pic 9(7).
               05 sp-early-finish      pic 9(8).
               05 sp-late-finish       pic 9(8).
               05 sp-float             pic s9(8).
               05 sp-rising            pic x.
       01 step-count                   pic 9(2) value 0.
       01 step-idx                     pic 9(2).
       01 dep-idx                      pic 9(2).

      *> the processing dates kept, oldest first, and the suite's
      *> own start on each
       01 night-table.
           03 night-date               pic x(8) occurs 14.
           03 night-suite-start        pic 9(6) occurs 14.
           03 night-suite-have         pic 9 occurs 14.
       01 night-count                  pic 9(2) value 0.
       01 night-idx                    pic 9(2).
       01 shift-idx                    pic 9(2).
       01 this-night                   pic 9(2).
       01 record-night                 pic x(8).

      *> start records waiting for their end record, per job
       01 open-start-table.
           03 os-entry occurs 40.
               05 os-job               pic x(8).
               05 os-timestamp         pic x(21).
       01 os-count                     pic 9(2) value 0.
       01 os-idx                       pic 9(2).
       01 os-found                     pic 9(2).
       01 matched-start                pic x(21).

       01 stamp-work                   pic x(21).
       01 stamp-seconds                pic 9(12).
       01 start-seconds                pic 9(12).
       01 elapsed-seconds              pic 9(12).
       01 clock-seconds                pic 9(6).

       01 trend-n                      pic 9(2).
       01 trend-sum-x                  comp-2.
       01 trend-sum-y                  comp-2.
       01 trend-sum-xy                 comp-2.
       01 trend-sum-xx                 comp-2.
       01 trend-slope                  comp-2.
       01 trend-divisor                comp-2.
       01 sum-secs                     pic 9(9).

       01 path-length                  pic 9(8) value 0.
       01 path-end                     pic 9(2) value 0.
       01 path-steps                   pic 9(2) occurs 30.
       01 path-count                   pic 9(2).
       01 path-at                      pic 9(2).
       01 path-idx                     pic 9(2).

       01 suite-start-secs             pic 9(6).
       01 suite-start-known            pic 9 value 0.
       01 start-total                  pic 9(9).
       01 start-nights                 pic 9(2).
       01 serial-avg-secs              pic 9(8) value 0.
       01 serial-worst-secs            pic 9(8) value 0.
       01 finish-avg-secs              pic 9(8).
       01 finish-worst-secs            pic 9(8).
       01 window-end-secs              pic 9(8).
       01 margin-secs                  pic s9(8).

       01 dur-secs                     pic s9(8).
       01 dur-abs                      pic 9(8).
       01 dur-hh                       pic 9(3).
       01 dur-mm                       pic 99.
       01 dur-ss                       pic 99.
       01 dur-text                     pic x(10).
       01 clock-hours                  pic 9(4).
       01 clock-hh                     pic 99.
       01 clock-mm                     pic 99.
       01 clock-text                   pic x(5).
       01 avg-text                     pic x(10).
       01 worst-text                   pic x(10).
       01 float-text                   pic x(10).
       01 flag-text                    pic x(16).
       01 runs-edit                    pic z9.
       01 wanted-edit                  pic z9.

       01 detail-line                  pic x(132).
       01 line-pos                     pic 9(3).
       01 run-status-word              pic x(4) value "OK".

       01 window-counters.
           03 log-records-read         pic 9(7) value 0.
           03 timings-taken            pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-window-params
           perform open-files
           perform load-step-table
           if step-count = 0
               move "No suite steps on dd_suite_control"
                   to detail-line
               write report-rec from detail-line
               move "FAIL" to run-status-word
           else
               perform read-run-log
               perform summarise-steps
               perform work-critical-path
               perform forecast-finish
               perform write-window-report
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       load-window-params section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the rows this report cares about
           display siteparams-dat upon environment-name
           accept siteparams-file-name from environment-value
           if siteparams-file-name = spaces
               exit section
           end-if
           open input siteparams-file
           move "Y" to siteparams-more
           if siteparams-status not = "00"
               move "N" to siteparams-more
           end-if
           perform until siteparams-more = "N"
               read siteparams-file
                   at end
                       move "N" to siteparams-more
                   not at end
                       perform apply-window-param
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       apply-window-param section.
           move spaces to siteparam-name siteparam-value
           unstring siteparams-rec delimited by ","
               into siteparam-name siteparam-value
           end-unstring
           if siteparam-value = spaces
                   or function test-numval(siteparam-value) not = 0
               exit section
           end-if
           evaluate function upper-case(siteparam-name)
               when "BATCH-NIGHTS"
                   compute nights-wanted =
                       function numval(siteparam-value)
                   if nights-wanted > max-nights
                       move max-nights to nights-wanted
                   end-if
                   if nights-wanted = 0
                       move 7 to nights-wanted
                   end-if
               when "BATCH-WINDOW-START"
                   compute window-start-hhmm =
                       function numval(siteparam-value)
               when "BATCH-WINDOW-END"
                   compute window-end-hhmm =
                       function numval(siteparam-value)
               when other
                   continue
           end-evaluate
       .

       open-files section.
           display control-dat upon environment-name
           accept control-file-name from environment-value
           open input control-file
           if control-status not = "00"
               move "N" to more-input
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       load-step-table section.
           perform until no-more-input
               read control-file into control-rec
                   at end
                       move "N" to more-input
                   not at end
                       perform load-one-step
               end-read
           end-perform
           if control-status = "00" or control-status = "10"
               close control-file
           end-if
      *> a predecessor is found once, here; airsuit holds a step
      *> whose predecessor is not in the table, so it has none here
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move 0 to sp-pred(step-idx)
               if sp-depends(step-idx) not = spaces
                   perform varying dep-idx from 1 by 1
                           until dep-idx >= step-idx
                       if sp-step(dep-idx) = sp-depends(step-idx)
                           move dep-idx to sp-pred(step-idx)
                       end-if
                   end-perform
               end-if
           end-perform
       .

       load-one-step section.
       *> the same reading of the control file airsuit does
           initialize csv-fields
           unstring control-rec delimited by ","
               into csv-step csv-program csv-depends
           end-unstring
           if csv-step = spaces or csv-program = spaces
                   or step-count >= max-steps
               continue
           else
               add 1 to step-count
               initialize step-entry(step-count)
               move function upper-case(csv-step)
                   to sp-step(step-count)
               move csv-program to sp-program(step-count)
               move function upper-case(csv-program)
                   to sp-job(step-count)
               move function upper-case(csv-depends)
                   to sp-depends(step-count)
           end-if
       .

       read-run-log section.
           display runlog-dat upon environment-name
           accept runlog-file-name from environment-value
           open input runlog-file
           move "Y" to more-input
           if runlog-status not = "00"
               move "N" to more-input
           end-if
           perform until no-more-input
               read runlog-file
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to log-records-read
                       evaluate true
                           when rg-start-record
                               perform hold-start-record
                           when rg-end-record
                               perform take-end-record
                       end-evaluate
               end-read
           end-perform
           if runlog-status = "00" or runlog-status = "10"
               close runlog-file
           end-if
       .

       hold-start-record section.
       *> a second start for a job replaces the first - the first
       *> one died
           move 0 to os-found
           perform varying os-idx from 1 by 1 until os-idx > os-count
               if os-job(os-idx) = rg-job-name
                   move os-idx to os-found
               end-if
           end-perform
           if os-found = 0
               if os-count >= 40
                   exit section
               end-if
               add 1 to os-count
               move os-count to os-found
           end-if
           move rg-job-name to os-job(os-found)
           move rg-timestamp to os-timestamp(os-found)
       .

       take-end-record section.
           move 0 to os-found
           perform varying os-idx from 1 by 1 until os-idx > os-count
               if os-job(os-idx) = rg-job-name
                   move os-idx to os-found
               end-if
           end-perform
           if os-found = 0
               exit section
           end-if
           move os-timestamp(os-found) to matched-start
           perform varying os-idx from os-found by 1
                   until os-idx >= os-count
               move os-entry(os-idx + 1) to os-entry(os-idx)
           end-perform
           subtract 1 from os-count

           move rg-proc-date to record-night
           if record-night = spaces
               move matched-start(1:8) to record-night
           end-if
           perform find-night-slot
           if this-night = 0
               exit section
           end-if

           move matched-start to stamp-work
           perform stamp-to-seconds
           move stamp-seconds to start-seconds
           move rg-timestamp to stamp-work
           perform stamp-to-seconds
           move 0 to elapsed-seconds
           if stamp-seconds > start-seconds
               compute elapsed-seconds = stamp-seconds - start-seconds
           end-if

           if rg-job-name = "AIRSUIT"
               perform clock-of-start
               move clock-seconds to night-suite-start(this-night)
               move 1 to night-suite-have(this-night)
           end-if
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               if sp-job(step-idx) = rg-job-name
                   move elapsed-seconds
                       to sp-night-secs(step-idx this-night)
                   move 1 to sp-night-have(step-idx this-night)
                   add 1 to timings-taken
               end-if
           end-perform
       .

       find-night-slot section.
       *> the log runs oldest first, so a date not yet kept is
       *> normally the newest: it goes on the end, and the oldest
       *> drops off once the table holds the nights wanted
           move 0 to this-night
           perform varying night-idx from 1 by 1
                   until night-idx > night-count
               if night-date(night-idx) = record-night
                   move night-idx to this-night
               end-if
           end-perform
           if this-night not = 0
               exit section
           end-if
           if night-count > 0
               if record-night < night-date(night-count)
                   exit section
               end-if
           end-if
           if night-count >= nights-wanted
               perform drop-oldest-night
           end-if
           add 1 to night-count
           move night-count to this-night
           move record-night to night-date(this-night)
           move 0 to night-suite-start(this-night)
                     night-suite-have(this-night)
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move 0 to sp-night-secs(step-idx this-night)
                         sp-night-have(step-idx this-night)
           end-perform
       .

       drop-oldest-night section.
           perform varying shift-idx from 1 by 1
                   until shift-idx >= night-count
               move night-date(shift-idx + 1) to night-date(shift-idx)
               move night-suite-start(shift-idx + 1)
                   to night-suite-start(shift-idx)
               move night-suite-have(shift-idx + 1)
                   to night-suite-have(shift-idx)
               perform varying step-idx from 1 by 1
                       until step-idx > step-count
                   move sp-night-secs(step-idx shift-idx + 1)
                       to sp-night-secs(step-idx shift-idx)
                   move sp-night-have(step-idx shift-idx + 1)
                       to sp-night-have(step-idx shift-idx)
               end-perform
           end-perform
           subtract 1 from night-count
       .

       stamp-to-seconds section.
           move 0 to stamp-seconds
           if stamp-work(1:14) is numeric
               compute stamp-seconds =
                   function integer-of-date(
                       function numval(stamp-work(1:8))) * seconds-a-day
                   + function numval(stamp-work(9:2)) * 3600
                   + function numval(stamp-work(11:2)) * 60
                   + function numval(stamp-work(13:2))
           end-if
       .

       clock-of-start section.
       *> time of day of the matched start; a morning time belongs
       *> to the night before, so it counts on past midnight
           move 0 to clock-seconds
           if matched-start(9:6) is numeric
               compute clock-seconds =
                   function numval(matched-start(9:2)) * 3600
                   + function numval(matched-start(11:2)) * 60
                   + function numval(matched-start(13:2))
               if clock-seconds < half-day
                   add seconds-a-day to clock-seconds
               end-if
           end-if
       .

       summarise-steps section.
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move 0 to sp-runs(step-idx) sum-secs
                         sp-worst-secs(step-idx)
               move 0 to trend-n trend-sum-x trend-sum-y
                         trend-sum-xy trend-sum-xx
               perform varying night-idx from 1 by 1
                       until night-idx > night-count
                   if sp-night-have(step-idx night-idx) = 1
                       perform take-step-night
                   end-if
               end-perform
               move 0 to sp-avg-secs(step-idx)
               if sp-runs(step-idx) > 0
                   compute sp-avg-secs(step-idx) rounded =
                       sum-secs / sp-runs(step-idx)
               end-if
               perform judge-step-trend
               add sp-avg-secs(step-idx) to serial-avg-secs
               add sp-worst-secs(step-idx) to serial-worst-secs
           end-perform
       .

       take-step-night section.
           add 1 to sp-runs(step-idx) trend-n
           add sp-night-secs(step-idx night-idx) to sum-secs
           if sp-night-secs(step-idx night-idx)
                   > sp-worst-secs(step-idx)
               move sp-night-secs(step-idx night-idx)
                   to sp-worst-secs(step-idx)
           end-if
           compute trend-sum-x = trend-sum-x + night-idx
           compute trend-sum-y = trend-sum-y
               + sp-night-secs(step-idx night-idx)
           compute trend-sum-xy = trend-sum-xy
               + night-idx * sp-night-secs(step-idx night-idx)
           compute trend-sum-xx = trend-sum-xx
               + night-idx * night-idx
       .

       judge-step-trend section.
       *> least-squares slope over the nights it ran; rising when
       *> the climb across them is a tenth of the average or more
           move space to sp-rising(step-idx)
           if trend-n < 3 or sp-avg-secs(step-idx) = 0
               exit section
           end-if
           compute trend-divisor =
               trend-n * trend-sum-xx - trend-sum-x * trend-sum-x
           if trend-divisor = 0
               exit section
           end-if
           compute trend-slope =
               (trend-n * trend-sum-xy - trend-sum-x * trend-sum-y)
               / trend-divisor
           if trend-slope > 0
                   and trend-slope * (night-count - 1)
                       >= sp-avg-secs(step-idx) / 10
               move "Y" to sp-rising(step-idx)
           end-if
       .

       work-critical-path section.
       *> forward: a step can finish no sooner than its predecessor
       *> plus its own average. Backward: it must finish by the time
       *> its latest-starting successor has to start. The float is
       *> the difference; the chain at zero float is the critical
       *> path, walked back from the step that finishes last.
           move 0 to path-length path-end
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move sp-avg-secs(step-idx) to sp-early-finish(step-idx)
               if sp-pred(step-idx) > 0
                   add sp-early-finish(sp-pred(step-idx))
                       to sp-early-finish(step-idx)
               end-if
               if sp-early-finish(step-idx) >= path-length
                   move sp-early-finish(step-idx) to path-length
                   move step-idx to path-end
               end-if
           end-perform
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               move path-length to sp-late-finish(step-idx)
           end-perform
           perform varying step-idx from step-count by -1
                   until step-idx < 1
               move sp-pred(step-idx) to dep-idx
               if dep-idx > 0
                   if sp-late-finish(step-idx) - sp-avg-secs(step-idx)
                           < sp-late-finish(dep-idx)
                       compute sp-late-finish(dep-idx) =
                           sp-late-finish(step-idx)
                           - sp-avg-secs(step-idx)
                   end-if
               end-if
           end-perform
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               compute sp-float(step-idx) =
                   sp-late-finish(step-idx) - sp-early-finish(step-idx)
           end-perform
           move 0 to path-count
           move path-end to path-at
           perform until path-at = 0 or path-count >= max-steps
               add 1 to path-count
               move path-at to path-steps(path-count)
               move sp-pred(path-at) to path-at
           end-perform
       .

       forecast-finish section.
           move 0 to start-total start-nights
           perform varying night-idx from 1 by 1
                   until night-idx > night-count
               if night-suite-have(night-idx) = 1
                   add night-suite-start(night-idx) to start-total
                   add 1 to start-nights
               end-if
           end-perform
           if start-nights > 0
               compute suite-start-secs rounded =
                   start-total / start-nights
               move 1 to suite-start-known
           else
               divide window-start-hhmm by 100 giving clock-hours
               compute suite-start-secs = clock-hours * 3600
                   + function mod(window-start-hhmm, 100) * 60
               if suite-start-secs < half-day
                   add seconds-a-day to suite-start-secs
               end-if
           end-if
           divide window-end-hhmm by 100 giving clock-hours
           compute window-end-secs = clock-hours * 3600
               + function mod(window-end-hhmm, 100) * 60
           if window-end-secs < half-day
               add seconds-a-day to window-end-secs
           end-if
           compute finish-avg-secs = suite-start-secs + serial-avg-secs
           compute finish-worst-secs =
               suite-start-secs + serial-worst-secs
       .

       write-window-report section.
           move spaces to detail-line
           string "Batch window - critical path and overrun forecast"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           move night-count to runs-edit
           move nights-wanted to wanted-edit
           string "Nights on the run log: " delimited by size
                  runs-edit delimited by size
                  " of " delimited by size
                  wanted-edit delimited by size
                  " wanted" delimited by size
                  into detail-line
           if night-count > 0
               move 46 to line-pos
               string "from " delimited by size
                      night-date(1) delimited by size
                      " to " delimited by size
                      night-date(night-count) delimited by size
                      into detail-line with pointer line-pos
           end-if
           write report-rec from detail-line
           write report-rec from spaces
           move spaces to detail-line
           string "Step     Program  After    Runs   Average"
                      delimited by size
                  "      Worst      Float  " delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying step-idx from 1 by 1
                   until step-idx > step-count
               perform write-step-line
           end-perform

           write report-rec from spaces
           move spaces to detail-line
           move path-length to dur-secs
           perform format-duration
           string "Critical path (" delimited by size
                  dur-text delimited by space
                  " with independent chains side by side):"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
           perform varying path-idx from path-count by -1
                   until path-idx < 1
               move path-steps(path-idx) to step-idx
               move sp-avg-secs(step-idx) to dur-secs
               perform format-duration
               move spaces to detail-line
               string "    " delimited by size
                      sp-step(step-idx) delimited by size
                      " " delimited by size
                      dur-text delimited by size
                      into detail-line
               write report-rec from detail-line
           end-perform

           write report-rec from spaces
           perform write-forecast-lines
       .

       write-step-line section.
           move sp-runs(step-idx) to runs-edit
           if sp-runs(step-idx) = 0
               move "   -" to avg-text worst-text float-text
               move "NO TIMINGS" to flag-text
           else
               move sp-avg-secs(step-idx) to dur-secs
               perform format-duration
               move dur-text to avg-text
               move sp-worst-secs(step-idx) to dur-secs
               perform format-duration
               move dur-text to worst-text
               move sp-float(step-idx) to dur-secs
               perform format-duration
               move dur-text to float-text
               move spaces to flag-text
               if sp-float(step-idx) = 0
                   move "CRITICAL" to flag-text
               end-if
               if sp-rising(step-idx) = "Y"
                   if flag-text = spaces
                       move "RISING" to flag-text
                   else
                       move "CRITICAL RISING" to flag-text
                   end-if
               end-if
           end-if
           move spaces to detail-line
           string sp-step(step-idx) delimited by size
                  " " delimited by size
                  sp-program(step-idx) delimited by size
                  " " delimited by size
                  sp-depends(step-idx) delimited by size
                  "   " delimited by size
                  runs-edit delimited by size
                  " " delimited by size
                  avg-text delimited by size
                  " " delimited by size
                  worst-text delimited by size
                  " " delimited by size
                  float-text delimited by size
                  "  " delimited by size
                  flag-text delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-forecast-lines section.
           move suite-start-secs to clock-seconds
           perform format-clock
           move spaces to detail-line
           if suite-start-known = 1
               string "Suite start (average on the log): "
                          delimited by size
                      clock-text delimited by size
                      into detail-line
           else
               string "Suite start (no AIRSUIT runs on the log, "
                          delimited by size
                      "site window start): " delimited by size
                      clock-text delimited by size
                      into detail-line
           end-if
           write report-rec from detail-line

           move window-end-secs to clock-seconds
           perform format-clock
           move spaces to detail-line
           string "Window ends:                       "
                      delimited by size
                  clock-text delimited by size
                  into detail-line
           write report-rec from detail-line

           move finish-avg-secs to clock-seconds
           perform format-clock
           compute margin-secs = window-end-secs - finish-avg-secs
           move margin-secs to dur-secs
           perform format-duration
           move spaces to detail-line
           string "Forecast finish, average night:    "
                      delimited by size
                  clock-text delimited by size
                  "   " delimited by size
                  into detail-line
           perform add-margin-verdict
           write report-rec from detail-line

           move finish-worst-secs to clock-seconds
           perform format-clock
           compute margin-secs = window-end-secs - finish-worst-secs
           move margin-secs to dur-secs
           perform format-duration
           move spaces to detail-line
           string "Forecast finish, worst night:      "
                      delimited by size
                  clock-text delimited by size
                  "   " delimited by size
                  into detail-line
           perform add-margin-verdict
           write report-rec from detail-line
       .

       add-margin-verdict section.
           move 46 to line-pos
           if margin-secs < 0
               move "OVERRUN by " to detail-line(line-pos:11)
               add 11 to line-pos
               if run-status-word = "OK"
                   move "WARN" to run-status-word
               end-if
           else
               move "within, margin " to detail-line(line-pos:15)
               add 15 to line-pos
           end-if
           move dur-text to detail-line(line-pos:10)
       .

       format-duration section.
       *> dur-secs as h:mm:ss, sign dropped (the caller knows)
           if dur-secs < 0
               compute dur-abs = 0 - dur-secs
           else
               move dur-secs to dur-abs
           end-if
           divide dur-abs by 3600 giving dur-hh
           compute dur-mm = (dur-abs - dur-hh * 3600) / 60
           compute dur-ss = dur-abs - dur-hh * 3600 - dur-mm * 60
           move spaces to dur-text
           string dur-hh delimited by size
                  ":" delimited by size
                  dur-mm delimited by size
                  ":" delimited by size
                  dur-ss delimited by size
                  into dur-text
       .

       format-clock section.
           divide clock-seconds by 3600 giving clock-hours
           compute clock-mm = (clock-seconds - clock-hours * 3600) / 60
           compute clock-hh = function mod(clock-hours, 24)
           move spaces to clock-text
           string clock-hh delimited by size
                  ":" delimited by size
                  clock-mm delimited by size
                  into clock-text
       .

       close-files section.
           close report-file
       .

       write-run-log-start section.
           move "AIRCRIT" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move run-status-word to rl-status
           if run-status-word = "FAIL"
               move 8 to return-code
           end-if
           move log-records-read to rl-in-count
           move timings-taken to rl-out-count
           move 0 to rl-reject-count
           move report-file-name to rl-report-file
           move "Batch window forecast" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program aircrit.
