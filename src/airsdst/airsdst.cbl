      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Change-feed distribution: cuts each registered subscriber
      * (dd_subscribers, kept by airsbld) its own feed from the
      * day's airdexp change feed (dd_delta_out) - only the changes
      * to airports in the subscriber's countries and regions (the
      * airscop check on the record's country), only the fields in
      * its field set, in its format. Each subscriber's feeds are
      * numbered from 1 and written to a file of their own, named
      * by the path stem dd_sub_feed_pfx with the subscriber id, the
      * feed number and .csv or .json appended, e.g.
      * /feeds/out/NAVDATA1.0000042.csv. A CSV feed keeps airdexp's
      * record layout, with the fields outside the set left empty
      * and the header carrying the subscriber, feed number and
      * field set:
      *
      *     H,run-timestamp,since-timestamp,subscriber,feed,fields
      *     D,seq,action,code,icao,name,city,country,lat,long,
      *       elev,runway,size,status,utc
      *     T,record-count
      *
      * A JSON feed is one object with the same header values and a
      * "changes" array carrying only the fields in the set. A day
      * with nothing in a subscriber's scope still cuts an empty
      * feed, so the numbering has no gaps for the receiver to
      * chase. A rerun on the same processing date cuts the day's
      * feed again under the same number.
      *
      * Acknowledgments (dd_sub_acks, "subscriber-id,feed-number"
      * per line) are applied first: the latest feed a subscriber
      * confirms it has taken. One for a feed never cut, or behind
      * the last one already acknowledged, is listed and ignored.
      * The report (dd_sub_dist_report) shows each subscriber's
      * feed, changes sent and how many feeds it has not yet
      * acknowledged, flagged BEHIND past the site's SUB-MAX-BEHIND
      * (3 by default). A change feed that is missing or fails its
      * trailer count cuts nothing and fails the run. Calls
      * airscop; writes the common run log.
      *
      ******************************************************************
       program-id. airsdst.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       select delta-file assign delta-file-name
           organization line sequential
           file status is delta-status.

       select ack-file assign ack-file-name
           organization line sequential
           file status is ack-status.

       select airsubs-file assign airsubs-file-name
           organization indexed
           record key is sb-subscriber-id with no duplicates
           file status is airsubs-status
           access dynamic.

       select feed-file assign feed-file-name
           organization line sequential
           file status is feed-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       fd delta-file.
       01 delta-rec                    pic x(300).

       fd ack-file.
       01 ack-rec                      pic x(40).

       fd airsubs-file.
       01 sb-rec.
       copy "airsubs.cpy" replacing ==(prefix)== by ==sb==.

       fd feed-file.
       01 feed-rec                     pic x(400).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airpdatp.cpy" replacing ==(pd-prefix)== by ==pd==.
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.
       01 siteparams-file-name         pic x(80).
       01 delta-file-name              pic x(80).
       01 ack-file-name                pic x(80).
       01 airsubs-file-name            pic x(80).
       01 feed-file-name               pic x(80).
       01 report-file-name             pic x(80).
       01 siteparams-status            pic xx.
       01 delta-status                 pic xx.
       01 ack-status                   pic xx.
       01 airsubs-status               pic xx.
       01 feed-status                  pic xx.
       01 report-status                pic xx.
       78 siteparams-dat               value "dd_site_params".
       78 delta-dat                    value "dd_delta_out".
       78 ack-dat                      value "dd_sub_acks".
       78 airsubs-dat                  value "dd_subscribers".
       78 feed-prefix-dat              value "dd_sub_feed_pfx".
       78 report-dat                   value "dd_sub_dist_report".

       01 feed-prefix                  pic x(60).
       01 feed-prefix-length           pic 9(2).
       01 registry-open                pic 9 value 0.

       01 siteparams-more              pic x.
       01 siteparam-name               pic x(25).
       01 siteparam-value              pic x(14).
       01 max-behind                   pic 9(5) value 3.

       01 more-input                   pic x.
           88 no-more-input            value "N".
       01 more-subscribers             pic x.
           88 no-more-subscribers      value "N".

      *> the day's change feed as airdexp wrote it
       01 delta-run-stamp              pic x(14).
       01 delta-since-stamp            pic x(14).
       01 delta-record-type            pic x.
       01 delta-trailer-text           pic x(10).
       01 delta-trailer-count          pic 9(7).
       01 delta-header-seen            pic x value "N".
       01 delta-trailer-seen           pic x value "N".
       01 delta-usable                 pic x value "N".
           88 delta-feed-usable        value "Y".
       01 change-max                   pic 9(5) value 3000.
       01 change-count                 pic 9(5) value 0.
       01 change-idx                   pic 9(5).
       01 change-table.
           03 change-entry occurs 3000.
               05 ch-seq               pic x(6).
               05 ch-action            pic x.
               05 ch-code              pic x(4).
               05 ch-icao              pic x(4).
               05 ch-name              pic x(30).
               05 ch-city              pic x(30).
               05 ch-country           pic x(20).
               05 ch-lat               pic x(11).
               05 ch-long              pic x(11).
               05 ch-elev              pic x(6).
               05 ch-runway            pic x(5).
               05 ch-size              pic x.
               05 ch-status            pic x.
               05 ch-utc               pic x(6).

      *> acknowledgments
       01 ack-fields.
           03 ack-subscriber-id        pic x(8).
           03 ack-seq-text             pic x(10).
       01 ack-seq                      pic 9(7).
       01 ack-reason                   pic x(40).

      *> one subscriber's feed
       01 field-letters                pic x(9) value "NCYPERSTU".
       01 field-wanted                 pic x(9).
       01 field-idx                    pic 9(2).
       01 letter-count                 pic 9(2).
       01 feed-seq                     pic 9(7).
       01 feed-seq-edit                pic z(6)9.
       01 feed-extension               pic x(5).
       01 feed-changes                 pic 9(7).
       01 feeds-behind                 pic 9(7).
       01 behind-flag                  pic x(6).
       01 out-name                     pic x(30).
       01 out-city                     pic x(30).
       01 out-country                  pic x(20).
       01 out-lat                      pic x(11).
       01 out-long                     pic x(11).
       01 out-elev                     pic x(6).
       01 out-runway                   pic x(5).
       01 out-size                     pic x.
       01 out-status                   pic x.
       01 out-utc                      pic x(6).
       01 out-ptr                      pic 9(3).
       01 json-number                  pic 9(7).
       01 justify-work                 pic x(6).
       01 justify-spaces               pic 9(2).
       01 justify-result               pic x(6).
       01 json-number-edit             pic z(6)9.
       01 json-number-start            pic 9(2).

       01 detail-line                  pic x(400).
       01 report-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 dist-counters.
           03 changes-read             pic 9(7) value 0.
           03 subscribers-read         pic 9(5) value 0.
           03 feeds-cut                pic 9(5) value 0.
           03 subscribers-behind       pic 9(5) value 0.
           03 acks-read                pic 9(5) value 0.
           03 acks-applied             pic 9(5) value 0.
           03 acks-rejected            pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform load-distribution-limits
           perform write-report-heading
           perform load-day-changes
           if registry-open = 1
               perform apply-acknowledgments
               perform write-subscriber-heading
               perform distribute-to-subscribers
           end-if
           perform write-report-totals
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           move "D" to pd-request
           call "airpdat" using pd-procdate-area

           display feed-prefix-dat upon environment-name
           accept feed-prefix from environment-value
           move 0 to feed-prefix-length
           inspect feed-prefix tallying feed-prefix-length
               for characters before space

           display airsubs-dat upon environment-name
           accept airsubs-file-name from environment-value
           open i-o airsubs-file
           if airsubs-status = "00"
               move 1 to registry-open
           else
               move "FAIL" to run-status-word
           end-if

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       load-distribution-limits section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the row this job cares about
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
                       move spaces to siteparam-name
                                      siteparam-value
                       unstring siteparams-rec delimited by ","
                           into siteparam-name siteparam-value
                       end-unstring
                       if siteparam-value not = spaces
                               and function test-numval(siteparam-value)
                                   = 0
                               and function upper-case(siteparam-name)
                                   = "SUB-MAX-BEHIND"
                           compute max-behind =
                               function numval(siteparam-value)
                       end-if
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       write-report-heading section.
           move spaces to report-line
           string "Change feed distribution, as at " delimited by size
                  pd-date delimited by size
                  into report-line
           write report-rec from report-line
           write report-rec from spaces
       .

       load-day-changes section.
      *> the whole day's feed is taken up front so every subscriber
      *> is cut from the same changes; one that does not balance
      *> to its own trailer is a broken export and goes to nobody
           display delta-dat upon environment-name
           accept delta-file-name from environment-value
           open input delta-file
           if delta-status not = "00"
               move "  Change feed not available - no feeds cut"
                   to report-line
               write report-rec from report-line
               move "FAIL" to run-status-word
               exit section
           end-if
           move "Y" to more-input
           perform until no-more-input
               read delta-file
                   at end
                       move "N" to more-input
                   not at end
                       perform take-one-delta-record
               end-read
           end-perform
           close delta-file

           evaluate true
               when delta-header-seen = "N"
                   move "  Change feed has no header - no feeds cut"
                       to report-line
               when delta-trailer-seen = "N"
                   move "  Change feed has no trailer - no feeds cut"
                       to report-line
               when delta-trailer-count not = changes-read
                   move spaces to report-line
                   string "  Change feed trailer count "
                              delimited by size
                          delta-trailer-count delimited by size
                          " but " delimited by size
                          changes-read delimited by size
                          " changes - no feeds cut" delimited by size
                          into report-line
               when changes-read > change-max
                   move spaces to report-line
                   string "  Change feed holds " delimited by size
                          changes-read delimited by size
                          " changes, more than the " delimited by size
                          change-max delimited by size
                          " a run takes - no feeds cut"
                              delimited by size
                          into report-line
               when other
                   move "Y" to delta-usable
                   move spaces to report-line
                   string "Change feed " delimited by size
                          delta-run-stamp delimited by size
                          " since " delimited by size
                          delta-since-stamp delimited by size
                          ": " delimited by size
                          changes-read delimited by size
                          " changes" delimited by size
                          into report-line
           end-evaluate
           write report-rec from report-line
           if not delta-feed-usable
               move "FAIL" to run-status-word
           end-if
       .

       take-one-delta-record section.
           move delta-rec(1:1) to delta-record-type
           evaluate delta-record-type
               when "H"
                   move "Y" to delta-header-seen
                   unstring delta-rec delimited by ","
                       into delta-record-type delta-run-stamp
                            delta-since-stamp
                   end-unstring
               when "T"
                   move "Y" to delta-trailer-seen
                   move spaces to delta-trailer-text
                   unstring delta-rec delimited by ","
                       into delta-record-type delta-trailer-text
                   end-unstring
                   move 0 to delta-trailer-count
                   if function test-numval(delta-trailer-text) = 0
                       compute delta-trailer-count =
                           function numval(delta-trailer-text)
                   end-if
               when "D"
                   add 1 to changes-read
                   if changes-read > change-max
                       exit section
                   end-if
                   move changes-read to change-count
                   initialize change-entry(change-count)
                   unstring delta-rec delimited by ","
                       into delta-record-type
                            ch-seq(change-count)
                            ch-action(change-count)
                            ch-code(change-count)
                            ch-icao(change-count)
                            ch-name(change-count)
                            ch-city(change-count)
                            ch-country(change-count)
                            ch-lat(change-count)
                            ch-long(change-count)
                            ch-elev(change-count)
                            ch-runway(change-count)
                            ch-size(change-count)
                            ch-status(change-count)
                            ch-utc(change-count)
                   end-unstring
      *> airdexp edits the signed figures right-justified
                   move ch-elev(change-count) to justify-work
                   perform left-justify-figure
                   move justify-work to ch-elev(change-count)
                   move ch-utc(change-count) to justify-work
                   perform left-justify-figure
                   move justify-work to ch-utc(change-count)
               when other
                   continue
           end-evaluate
       .

       left-justify-figure section.
           move 0 to justify-spaces
           inspect justify-work tallying justify-spaces
               for leading space
           if justify-spaces > 0 and justify-spaces < 6
               move justify-work(justify-spaces + 1:)
                   to justify-result
               move justify-result to justify-work
           end-if
       .

       apply-acknowledgments section.
           display ack-dat upon environment-name
           accept ack-file-name from environment-value
           if ack-file-name = spaces
               exit section
           end-if
           open input ack-file
           if ack-status not = "00"
               exit section
           end-if
           move "Y" to more-input
           perform until no-more-input
               read ack-file
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to acks-read
                       perform apply-one-acknowledgment
               end-read
           end-perform
           close ack-file
       .

       apply-one-acknowledgment section.
      *> a receiver confirms the latest feed it has taken; an older
      *> number than the last one on file is a late duplicate, a
      *> newer one than was ever cut a receiver out of step
           initialize ack-fields
           move spaces to ack-reason
           unstring ack-rec delimited by ","
               into ack-subscriber-id ack-seq-text
           end-unstring
           move function upper-case(ack-subscriber-id)
               to ack-subscriber-id
           move 0 to ack-seq
           if ack-seq-text = spaces
                   or function test-numval(ack-seq-text) not = 0
               move "feed number not numeric" to ack-reason
           else
               compute ack-seq = function numval(ack-seq-text)
               move ack-subscriber-id to sb-subscriber-id
               read airsubs-file
                   invalid key
                       move "subscriber not registered"
                           to ack-reason
               end-read
           end-if
           if ack-reason = spaces
               evaluate true
                   when ack-seq > sb-last-feed-seq
                       move "feed not yet cut" to ack-reason
                   when ack-seq < sb-last-ack-seq
                       move "behind the last acknowledged"
                           to ack-reason
                   when other
                       move ack-seq to sb-last-ack-seq
                       move pd-date to sb-last-ack-date
                       rewrite sb-rec
                           invalid key
                               move "registry not updated"
                                   to ack-reason
                       end-rewrite
               end-evaluate
           end-if
           if ack-reason = spaces
               add 1 to acks-applied
           else
               add 1 to acks-rejected
               move spaces to report-line
               string "  Acknowledgment ignored: " delimited by size
                      ack-rec delimited by "  "
                      " - " delimited by size
                      ack-reason delimited by "  "
                      into report-line
               write report-rec from report-line
           end-if
       .

       write-subscriber-heading section.
           write report-rec from spaces
           move spaces to report-line
           string "Subscriber Name                           Fmt "
                      delimited by size
                  "     Feed  Changes  Last ack   Behind"
                      delimited by size
                  into report-line
           write report-rec from report-line
       .

       distribute-to-subscribers section.
           move low-values to sb-subscriber-id
           start airsubs-file key >= sb-subscriber-id
               invalid key
                   exit section
           end-start
           move "Y" to more-subscribers
           perform until no-more-subscribers
               read airsubs-file next record
                   at end
                       move "N" to more-subscribers
                   not at end
                       add 1 to subscribers-read
                       perform serve-one-subscriber
               end-read
           end-perform
       .

       serve-one-subscriber section.
           move 0 to feed-changes
           if delta-feed-usable and feed-prefix-length > 0
               perform cut-subscriber-feed
           end-if
           compute feeds-behind = sb-last-feed-seq - sb-last-ack-seq
           move spaces to behind-flag
           if feeds-behind > max-behind
               move "BEHIND" to behind-flag
               add 1 to subscribers-behind
           end-if
           move sb-last-feed-seq to feed-seq-edit
           move spaces to report-line
           string sb-subscriber-id delimited by size
                  "   " delimited by size
                  sb-name delimited by size
                  "  " delimited by size
                  sb-format delimited by size
                  " " delimited by size
                  feed-seq-edit delimited by size
                  "  " delimited by size
                  feed-changes delimited by size
                  "  " delimited by size
                  sb-last-ack-seq delimited by size
                  "  " delimited by size
                  feeds-behind delimited by size
                  " " delimited by size
                  behind-flag delimited by size
                  into report-line
           write report-rec from report-line
       .

       cut-subscriber-feed section.
      *> the day's feed keeps its number on a rerun for the same
      *> date, so a receiver that took the first cut is not told
      *> it has missed one
           if sb-last-feed-date = pd-date and sb-last-feed-seq > 0
               move sb-last-feed-seq to feed-seq
           else
               compute feed-seq = sb-last-feed-seq + 1
           end-if
           if sb-format-json
               move ".json" to feed-extension
           else
               move ".csv" to feed-extension
           end-if
           move spaces to feed-file-name
           string feed-prefix(1:feed-prefix-length) delimited by size
                  sb-subscriber-id delimited by space
                  "." delimited by size
                  feed-seq delimited by size
                  feed-extension delimited by space
                  into feed-file-name
           open output feed-file
           if feed-status not = "00"
               move spaces to report-line
               string "  Feed file not opened: " delimited by size
                      feed-file-name delimited by space
                      into report-line
               write report-rec from report-line
               move "FAIL" to run-status-word
               exit section
           end-if

           perform set-wanted-fields
           perform write-feed-header
           perform varying change-idx from 1 by 1
                   until change-idx > change-count
               move "C" to sc-request
               move ch-country(change-idx) to sc-country
               move sb-scope-list to sc-scope-list
               call "airscop" using sc-scope-area
               if sc-in-scope
                   add 1 to feed-changes
                   perform select-change-fields
                   if sb-format-json
                       perform write-json-change
                   else
                       perform write-csv-change
                   end-if
               end-if
           end-perform
           perform write-feed-trailer
           close feed-file

           add 1 to feeds-cut
           move feed-seq to sb-last-feed-seq
           move pd-date to sb-last-feed-date
           rewrite sb-rec
               invalid key
                   move "FAIL" to run-status-word
           end-rewrite
       .

       set-wanted-fields section.
      *> one flag per letter of field-letters; a blank field set
      *> takes them all
           move all "Y" to field-wanted
           if sb-field-set = spaces
               exit section
           end-if
           perform varying field-idx from 1 by 1 until field-idx > 9
               move 0 to letter-count
               inspect sb-field-set tallying letter-count
                   for all field-letters(field-idx:1)
               if letter-count = 0
                   move "N" to field-wanted(field-idx:1)
               end-if
           end-perform
       .

       select-change-fields section.
           move spaces to out-name out-city out-country out-lat
                          out-long out-elev out-runway out-size
                          out-status out-utc
           if field-wanted(1:1) = "Y"
               move ch-name(change-idx) to out-name
           end-if
           if field-wanted(2:1) = "Y"
               move ch-city(change-idx) to out-city
           end-if
           if field-wanted(3:1) = "Y"
               move ch-country(change-idx) to out-country
           end-if
           if field-wanted(4:1) = "Y"
               move ch-lat(change-idx) to out-lat
               move ch-long(change-idx) to out-long
           end-if
           if field-wanted(5:1) = "Y"
               move ch-elev(change-idx) to out-elev
           end-if
           if field-wanted(6:1) = "Y"
               move ch-runway(change-idx) to out-runway
           end-if
           if field-wanted(7:1) = "Y"
               move ch-size(change-idx) to out-size
           end-if
           if field-wanted(8:1) = "Y"
               move ch-status(change-idx) to out-status
           end-if
           if field-wanted(9:1) = "Y"
               move ch-utc(change-idx) to out-utc
           end-if
       .

       write-feed-header section.
           move spaces to detail-line
           if sb-format-json
               move feed-seq to json-number
               perform edit-json-number
               string '{"subscriber":"' delimited by size
                      sb-subscriber-id delimited by space
                      '","feed":' delimited by size
                      json-number-edit(json-number-start:)
                          delimited by size
                      ',"run":"' delimited by size
                      delta-run-stamp delimited by space
                      '","since":"' delimited by size
                      delta-since-stamp delimited by space
                      '","fields":"' delimited by size
                      sb-field-set delimited by space
                      '","changes":[' delimited by size
                      into detail-line
           else
               string "H," delimited by size
                      delta-run-stamp delimited by space
                      "," delimited by size
                      delta-since-stamp delimited by space
                      "," delimited by size
                      sb-subscriber-id delimited by space
                      "," delimited by size
                      feed-seq delimited by size
                      "," delimited by size
                      sb-field-set delimited by space
                      into detail-line
           end-if
           write feed-rec from detail-line
       .

       write-csv-change section.
           move spaces to detail-line
           string "D," delimited by size
                  ch-seq(change-idx) delimited by space
                  "," delimited by size
                  ch-action(change-idx) delimited by size
                  "," delimited by size
                  ch-code(change-idx) delimited by space
                  "," delimited by size
                  ch-icao(change-idx) delimited by space
                  "," delimited by size
                  out-name delimited by "  "
                  "," delimited by size
                  out-city delimited by "  "
                  "," delimited by size
                  out-country delimited by "  "
                  "," delimited by size
                  out-lat delimited by space
                  "," delimited by size
                  out-long delimited by space
                  "," delimited by size
                  out-elev delimited by "  "
                  "," delimited by size
                  out-runway delimited by space
                  "," delimited by size
                  out-size delimited by space
                  "," delimited by size
                  out-status delimited by space
                  "," delimited by size
                  out-utc delimited by "  "
                  into detail-line
           write feed-rec from detail-line
       .

       write-json-change section.
      *> one change object to a line, the comma leading every one
      *> after the first; only the fields in the set are named
           move spaces to detail-line
           move ch-seq(change-idx) to json-number
           perform edit-json-number
           move 1 to out-ptr
           if feed-changes > 1
               string "," delimited by size
                      into detail-line with pointer out-ptr
           end-if
           string '{"seq":' delimited by size
                  json-number-edit(json-number-start:)
                      delimited by size
                  ',"action":"' delimited by size
                  ch-action(change-idx) delimited by size
                  '","code":"' delimited by size
                  ch-code(change-idx) delimited by space
                  '","icao":"' delimited by size
                  ch-icao(change-idx) delimited by space
                  '"' delimited by size
                  into detail-line with pointer out-ptr
           if field-wanted(1:1) = "Y"
               string ',"name":"' delimited by size
                      out-name delimited by "  "
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(2:1) = "Y"
               string ',"city":"' delimited by size
                      out-city delimited by "  "
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(3:1) = "Y"
               string ',"country":"' delimited by size
                      out-country delimited by "  "
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(4:1) = "Y"
               string ',"lat":"' delimited by size
                      out-lat delimited by space
                      '","long":"' delimited by size
                      out-long delimited by space
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(5:1) = "Y"
               string ',"elevation_ft":"' delimited by size
                      out-elev delimited by "  "
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(6:1) = "Y"
               string ',"runway_ft":"' delimited by size
                      out-runway delimited by space
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(7:1) = "Y"
               string ',"size":"' delimited by size
                      out-size delimited by space
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(8:1) = "Y"
               string ',"status":"' delimited by size
                      out-status delimited by space
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           if field-wanted(9:1) = "Y"
               string ',"utc_offset":"' delimited by size
                      out-utc delimited by "  "
                      '"' delimited by size
                      into detail-line with pointer out-ptr
           end-if
           string "}" delimited by size
                  into detail-line with pointer out-ptr
           write feed-rec from detail-line
       .

       edit-json-number section.
      *> a JSON number carries no leading zeros
           move json-number to json-number-edit
           move 0 to json-number-start
           inspect json-number-edit tallying json-number-start
               for leading space
           add 1 to json-number-start
       .

       write-feed-trailer section.
           move spaces to detail-line
           if sb-format-json
               move feed-changes to json-number
               perform edit-json-number
               string '],"count":' delimited by size
                      json-number-edit(json-number-start:)
                          delimited by size
                      "}" delimited by size
                      into detail-line
           else
               string "T," delimited by size
                      feed-changes delimited by size
                      into detail-line
           end-if
           write feed-rec from detail-line
       .

       write-report-totals section.
           write report-rec from spaces
           move spaces to report-line
           string "Subscribers: " delimited by size
                  subscribers-read delimited by size
                  "  Feeds cut: " delimited by size
                  feeds-cut delimited by size
                  "  More than " delimited by size
                  max-behind delimited by size
                  " feeds behind: " delimited by size
                  subscribers-behind delimited by size
                  into report-line
           write report-rec from report-line
           move spaces to report-line
           string "Acknowledgments read: " delimited by size
                  acks-read delimited by size
                  "  Applied: " delimited by size
                  acks-applied delimited by size
                  "  Ignored: " delimited by size
                  acks-rejected delimited by size
                  into report-line
           write report-rec from report-line
           if feed-prefix-length = 0
               move "(no feed path configured - no feeds cut)"
                   to report-line
               write report-rec from report-line
           end-if
       .

       close-files section.
           if registry-open = 1
               close airsubs-file
           end-if
           close report-file
       .

       write-run-log-start section.
           move "AIRSDST" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           if feed-prefix-length = 0
               move "FAIL" to run-status-word
           end-if
           move run-status-word to rl-status
           if run-status-word = "FAIL"
               move 8 to return-code
           end-if
           move changes-read to rl-in-count
           move feeds-cut to rl-out-count
           move acks-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Change feed distribution" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airsdst.
