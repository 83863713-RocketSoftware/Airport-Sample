      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Loads the raw METAR/SPECI bulletin text off the met feed
      * onto the current-weather file, one row per station keyed
      * by its ICAO indicator. The feed is taken exactly as it
      * arrives - WMO heading lines, "METAR" lines and reports
      * running over several lines - and each report is the text
      * up to its closing "=", e.g.
      *
      *     SAUK31 EGRR 151200
      *     METAR EGLL 151150Z 24012G22KT 9999 SCT030 BKN045
      *           15/09 Q1012=
      *
      * From each report it takes the station and day/time group,
      * the wind (KT or MPS), the prevailing visibility (metres,
      * statute miles or CAVOK), the ceiling - the lowest broken,
      * overcast or vertical-visibility layer - and the
      * temperature/dewpoint; remarks after RMK are ignored. A
      * station must resolve through the f-icao alternate key on
      * airfile. The newest observation per station stands: a
      * report older than the one already on file is skipped.
      * NIL reports, reports with no station or time group and
      * stations not on airfile go to the common reject file.
      * Writes the common run log.
      *
      ******************************************************************
       program-id. airmtld.

       select feed-file assign feed-file-name
           organization line sequential
           file status is feed-status.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airwx-file assign airwx-file-name
           organization indexed
           record key is wx-icao with no duplicates
           file status is airwx-status
           access dynamic.

       data division.
       fd feed-file.
       01 feed-rec                     pic x(100).

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airwx-file.
       01 wx-rec.
       copy "airwx.cpy" replacing ==(prefix)== by ==wx==.

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airrejp.cpy" replacing ==(rj-prefix)== by ==wr==.
       01 feed-file-name               pic x(80).
       01 airfile-name                 pic x(80).
       01 airwx-file-name              pic x(80).
       01 feed-status                  pic xx.
       01 file-status                  pic xx.
       01 airwx-status                 pic xx.
       78 feed-dat                     value "dd_metar_feed".
       78 airport-dat                  value "dd_airports".
       78 airwx-dat                    value "dd_current_weather".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

      *> one report, gathered across feed lines up to its "="
       01 report-buffer                pic x(400).
       01 report-length                pic 9(3).
       01 line-length                  pic 9(3).
       01 end-mark-count               pic 9(2).

       01 token-table.
           03 report-token             pic x(16) occurs 60.
       01 token-count                  pic 9(2).
       01 token-idx                    pic 9(2).
       01 token-pointer                pic 9(3).
       01 token-text                   pic x(16).
       01 token-len                    pic 9(2).
       01 station-idx                  pic 9(2).

      *> the decoded observation, built up token by token
       01 obs-fields.
           03 obs-station              pic x(4).
           03 obs-time                 pic x(7).
           03 obs-type                 pic x(5).
           03 obs-wind-dir             pic x(3).
           03 obs-wind-speed           pic 9(3).
           03 obs-wind-gust            pic 9(3).
           03 obs-visibility           pic 9(5).
           03 obs-ceiling              pic 9(5).
           03 obs-temp                 pic s9(3).
           03 obs-dew                  pic s9(3).
           03 obs-stamp                pic x(12).
       01 obs-is-nil                   pic 9.
       01 obs-wind-seen                pic 9.
       01 obs-vis-seen                 pic 9.
       01 obs-in-remarks               pic 9.
       01 obs-whole-miles              pic 9(2).

      *> working pieces for the wind, visibility and temperature
      *> groups
       01 wind-body                    pic x(16).
       01 wind-speed-text              pic x(4).
       01 wind-gust-text               pic x(4).
       01 wind-in-mps                  pic 9.
       01 vis-text                     pic x(16).
       01 vis-num-text                 pic x(4).
       01 vis-den-text                 pic x(4).
       01 vis-miles                    comp-2.
       01 layer-height                 pic 9(5).
       01 temp-text                    pic x(4).
       01 dew-text                     pic x(4).
       01 temp-value                   pic s9(3).

      *> UTC now, for completing the day/time group into a date
       01 now-stamp                    pic x(21).
       01 now-utc-date                 pic 9(8).
       01 now-utc-mins                 pic s9(5).
       01 now-day-number               pic 9(7).
       01 obs-year                     pic 9(4).
       01 obs-month                    pic 99.
       01 obs-day                      pic 99.

       01 reject-reason                pic x(30).

       01 load-counters.
           03 lines-read               pic 9(7) value 0.
           03 reports-read             pic 9(7) value 0.
           03 reports-loaded           pic 9(7) value 0.
           03 reports-superseded       pic 9(7) value 0.
           03 reports-rejected         pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform establish-utc-today
           move spaces to report-buffer
           move 0 to report-length
           perform until no-more-input
               read feed-file
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to lines-read
                       perform gather-feed-line
               end-read
           end-perform
      *> a last report the sender never closed with "=" is still
      *> a report
           if report-buffer not = spaces
               perform decode-one-report
           end-if
           perform close-files
           perform display-summary
           perform write-run-log-end
           goback
       .

       open-files section.
           display feed-dat upon environment-name
           accept feed-file-name from environment-value
           open input feed-file
           if feed-status not = "00"
               move "N" to more-input
           end-if

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display airwx-dat upon environment-name
           accept airwx-file-name from environment-value
           open i-o airwx-file
           if airwx-status = "35"
               open output airwx-file
               close airwx-file
               open i-o airwx-file
           end-if
       .

       establish-utc-today section.
       *> the feed only carries day-of-month; the month and year
       *> come from today's UTC date
           move function current-date to now-stamp
           compute now-utc-mins =
               function numval(now-stamp(9:2)) * 60
               + function numval(now-stamp(11:2))
           if now-stamp(16:1) = "-"
               compute now-utc-mins = now-utc-mins
                   + function numval(now-stamp(17:2)) * 60
                   + function numval(now-stamp(19:2))
           else
               compute now-utc-mins = now-utc-mins
                   - function numval(now-stamp(17:2)) * 60
                   - function numval(now-stamp(19:2))
           end-if
           compute now-day-number =
               function integer-of-date(function numval(
                   now-stamp(1:8)))
           evaluate true
               when now-utc-mins < 0
                   subtract 1 from now-day-number
               when now-utc-mins >= 1440
                   add 1 to now-day-number
           end-evaluate
           compute now-utc-date =
               function date-of-integer(now-day-number)
       .

       gather-feed-line section.
           if feed-rec = spaces
               exit section
           end-if
           move 0 to line-length
           inspect function reverse(feed-rec)
               tallying line-length for leading spaces
           compute line-length = length of feed-rec - line-length
           if report-length + line-length + 1 < length of report-buffer
               move feed-rec(1:line-length)
                   to report-buffer(report-length + 2:line-length)
               compute report-length = report-length + line-length + 1
           end-if
           move 0 to end-mark-count
           inspect feed-rec tallying end-mark-count for all "="
           if end-mark-count > 0
               perform decode-one-report
               move spaces to report-buffer
               move 0 to report-length
           end-if
       .

       decode-one-report section.
           add 1 to reports-read
           perform split-report-tokens
           initialize obs-fields
           move 99999 to obs-ceiling
           move 0 to obs-is-nil obs-wind-seen obs-vis-seen
                     obs-in-remarks obs-whole-miles
           move "METAR" to obs-type
           perform find-station-group
           if station-idx = 0
               move "no station/time group" to reject-reason
               perform reject-report
               exit section
           end-if
           perform varying token-idx from station-idx by 1
                   until token-idx > token-count
                      or obs-in-remarks = 1
               move report-token(token-idx) to token-text
               perform decode-one-group
           end-perform
           if obs-is-nil = 1
               move "NIL report" to reject-reason
               perform reject-report
               exit section
           end-if
           move obs-station to f-icao
           read airfile key is f-icao
               invalid key
                   move "station not on airfile" to reject-reason
                   perform reject-report
                   exit section
           end-read
           perform complete-observation-stamp
           perform store-observation
       .

       split-report-tokens section.
           initialize token-table
           move 0 to token-count
           move 1 to token-pointer
           inspect report-buffer replacing all "=" by space
           perform until token-pointer > length of report-buffer
                   or token-count >= 60
               move spaces to token-text
               unstring report-buffer delimited by all spaces
                   into token-text
                   with pointer token-pointer
               end-unstring
               if token-text not = spaces
                   add 1 to token-count
                   move function upper-case(token-text)
                       to report-token(token-count)
               end-if
           end-perform
       .

       find-station-group section.
       *> the station is the four-letter indicator immediately
       *> before the first DDHHMMZ group; anything ahead of it is
       *> the WMO heading or the report-type word
           move 0 to station-idx
           perform varying token-idx from 2 by 1
                   until token-idx > token-count or station-idx > 0
               move report-token(token-idx) to token-text
               if token-text(1:6) numeric and token-text(7:1) = "Z"
                       and token-text(8:1) = space
                       and report-token(token-idx - 1)(1:4)
                           is alphabetic
                       and report-token(token-idx - 1)(5:1) = space
                   move report-token(token-idx - 1) to obs-station
                   move token-text(1:7) to obs-time
                   compute station-idx = token-idx + 1
                   if token-idx > 2
                       if report-token(token-idx - 2) = "SPECI"
                           move "SPECI" to obs-type
                       end-if
                   end-if
               end-if
           end-perform
       .

       decode-one-group section.
           move 0 to token-len
           inspect token-text tallying token-len
               for characters before initial space
           evaluate true
               when token-text = "RMK"
                   move 1 to obs-in-remarks
               when token-text = "NIL"
                   move 1 to obs-is-nil
               when token-text = "AUTO" or token-text = "COR"
                   continue
               when token-text = "CAVOK"
                   move 9999 to obs-visibility
                   move 1 to obs-vis-seen
                   move 99999 to obs-ceiling
               when obs-wind-seen = 0 and token-len >= 7
                       and (token-text(token-len - 1:2) = "KT"
                         or token-text(token-len - 2:3) = "MPS")
                   perform decode-wind-group
               when obs-vis-seen = 0 and token-len = 4
                       and token-text(1:4) numeric
                   move token-text(1:4) to obs-visibility
                   move 1 to obs-vis-seen
               when obs-vis-seen = 0 and token-len = 1
                       and token-text(1:1) numeric
      *> the whole-mile half of a "1 1/2SM" visibility
                   move token-text(1:1) to obs-whole-miles
               when obs-vis-seen = 0 and token-len >= 3
                       and token-text(token-len - 1:2) = "SM"
                   perform decode-statute-visibility
               when token-text(1:3) = "BKN" or token-text(1:3) = "OVC"
                   if token-text(4:3) numeric
                       compute layer-height =
                           function numval(token-text(4:3)) * 100
                       perform note-ceiling-layer
                   end-if
               when token-text(1:2) = "VV"
                   if token-text(3:3) numeric
                       compute layer-height =
                           function numval(token-text(3:3)) * 100
                       perform note-ceiling-layer
                   end-if
               when token-text(1:1) not = "R"
                       and token-text(1:1) not = "Q"
                       and token-text(1:1) not = "A"
                       and (token-text(1:2) numeric
                         or token-text(1:1) = "M")
                       and (token-text(3:1) = "/"
                         or token-text(4:1) = "/")
                   perform decode-temperature-group
               when other
                   continue
           end-evaluate
       .

       decode-wind-group section.
           move 1 to obs-wind-seen
           move 0 to wind-in-mps
           move spaces to wind-body
           if token-text(token-len - 2:3) = "MPS"
               move 1 to wind-in-mps
               move token-text(1:token-len - 3) to wind-body
           else
               move token-text(1:token-len - 2) to wind-body
           end-if
           move wind-body(1:3) to obs-wind-dir
           move spaces to wind-speed-text wind-gust-text
           unstring wind-body(4:) delimited by "G"
               into wind-speed-text wind-gust-text
           end-unstring
           if wind-speed-text(1:2) numeric
               compute obs-wind-speed =
                   function numval(wind-speed-text)
           end-if
           if wind-gust-text(1:2) numeric
               compute obs-wind-gust =
                   function numval(wind-gust-text)
           end-if
           if wind-in-mps = 1
               compute obs-wind-speed rounded = obs-wind-speed * 1.944
               compute obs-wind-gust rounded = obs-wind-gust * 1.944
           end-if
       .

       decode-statute-visibility section.
       *> "10SM", "P6SM", "1/2SM", "M1/4SM" and, with the whole
       *> miles held over from the token before, "1 1/2SM"
           move spaces to vis-text
           if token-text(1:1) = "P" or token-text(1:1) = "M"
               move token-text(2:token-len - 3) to vis-text
           else
               move token-text(1:token-len - 2) to vis-text
           end-if
           move spaces to vis-num-text vis-den-text
           unstring vis-text delimited by "/"
               into vis-num-text vis-den-text
           end-unstring
           move obs-whole-miles to vis-miles
           if vis-den-text not = spaces
               if function test-numval(vis-num-text) = 0
                       and function test-numval(vis-den-text) = 0
                       and function numval(vis-den-text) > 0
                   compute vis-miles = vis-miles
                       + function numval(vis-num-text)
                       / function numval(vis-den-text)
               end-if
           else
               if function test-numval(vis-num-text) = 0
                   compute vis-miles = vis-miles
                       + function numval(vis-num-text)
               end-if
           end-if
           if vis-miles * 1609 > 9999
               move 9999 to obs-visibility
           else
               compute obs-visibility = vis-miles * 1609
           end-if
           move 1 to obs-vis-seen
       .

       note-ceiling-layer section.
           if layer-height < obs-ceiling
               move layer-height to obs-ceiling
           end-if
       .

       decode-temperature-group section.
           move spaces to temp-text dew-text
           unstring token-text delimited by "/"
               into temp-text dew-text
           end-unstring
           move temp-text to vis-text
           perform decode-signed-degrees
           move temp-value to obs-temp
           move dew-text to vis-text
           perform decode-signed-degrees
           move temp-value to obs-dew
       .

       decode-signed-degrees section.
       *> "M05" is minus five
           move 0 to temp-value
           if vis-text(1:1) = "M"
               if vis-text(2:2) numeric
                   compute temp-value =
                       function numval(vis-text(2:2)) * -1
               end-if
           else
               if vis-text(1:2) numeric
                   compute temp-value = function numval(vis-text(1:2))
               end-if
           end-if
       .

       complete-observation-stamp section.
       *> the day/time group names only the day of the month; a
       *> day later than today's belongs to last month
           move now-utc-date(1:4) to obs-year
           move now-utc-date(5:2) to obs-month
           move obs-time(1:2) to obs-day
           if obs-day > now-utc-date(7:2)
               if obs-month = 1
                   move 12 to obs-month
                   subtract 1 from obs-year
               else
                   subtract 1 from obs-month
               end-if
           end-if
           move spaces to obs-stamp
           string obs-year delimited by size
                  obs-month delimited by size
                  obs-day delimited by size
                  obs-time(3:4) delimited by size
                  into obs-stamp
       .

       store-observation section.
           move obs-station to wx-icao
           read airwx-file
               invalid key
                   perform build-weather-row
                   write wx-rec
                   add 1 to reports-loaded
               not invalid key
                   if obs-stamp < wx-obs-stamp
                       add 1 to reports-superseded
                   else
                       perform build-weather-row
                       rewrite wx-rec
                       add 1 to reports-loaded
                   end-if
           end-read
       .

       build-weather-row section.
           initialize wx-rec
           move obs-station to wx-icao
           move obs-time to wx-obs-time
           move obs-stamp to wx-obs-stamp
           move obs-wind-dir to wx-wind-dir
           move obs-wind-speed to wx-wind-speed
           move obs-wind-gust to wx-wind-gust
           if obs-vis-seen = 1
               move obs-visibility to wx-visibility-m
           else
               move 9999 to wx-visibility-m
           end-if
           move obs-ceiling to wx-ceiling-ft
           move obs-temp to wx-temperature
           move obs-dew to wx-dewpoint
           move obs-type to wx-report-type
           move function trim(report-buffer) to wx-raw-report
       .

       reject-report section.
           add 1 to reports-rejected
           move "AIRMTLD" to wr-source-job
           move reject-reason to wr-reason
           move function trim(report-buffer) to wr-raw-row
           call "airrejw" using wr-reject-area
       .

       display-summary section.
           display "METAR load complete"
           display "  Feed lines read      : " lines-read
           display "  Reports read         : " reports-read
           display "  Observations loaded  : " reports-loaded
           display "  Older than on file   : " reports-superseded
           display "  Reports rejected     : " reports-rejected
       .

       write-run-log-start section.
           move "AIRMTLD" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move "OK" to rl-status
           move reports-read to rl-in-count
           move reports-loaded to rl-out-count
           move reports-rejected to rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       close-files section.
           close feed-file
           close airfile
           close airwx-file
       .

       end program airmtld.
