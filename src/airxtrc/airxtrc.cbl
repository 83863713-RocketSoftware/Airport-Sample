      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Spec-driven extract of the airport master, for the ad-hoc
      * pulls airexp's every-field dump does not fit. The specs live
      * together on a spec library (dd_extract_specs), each opened
      * by a "SPEC,name" line and saved there by name; the run pulls
      * the one named by dd_extract_spec, so a recurring pull goes on
      * the suite as a library entry and a JCL step, not new code.
      * A spec is "name,value" lines (a line starting * is a note):
      *
      *     FIELD,field              an output column, in order (20)
      *     SELECT,field,op,value    a criterion - EQ NE GT GE LT
      *                              LE; every one must hold (10)
      *     SORT,field,A|D           a sort key, most significant
      *                              first (3); code order otherwise
      *     FORMAT,CSV|FIXED         comma-separated (the default) or
      *                              every column at its full width
      *     HEADING,Y|N              a first line of column names
      *                              (default Y)
      *
      * The fields are the airport record's CODE, ICAO, NAME, CITY,
      * COUNTRY, LATITUDE, LONGITUDE, STATUS, ELEVATION, UTC-OFFSET,
      * RUNWAY, SIZE and DST-ZONE; COUNTRY-CODE and REGION joined
      * from the country table (dd_countries) on the country name;
      * and PASSENGERS with its PAX-YEAR, the latest year on the
      * traffic statistics (dd_traffic_stats). A joined table not
      * configured leaves its fields blank. Text compares ignore
      * case; ELEVATION, UTC-OFFSET, RUNWAY and PASSENGERS compare
      * and sort as numbers. Output on dd_extract_out; a spec that
      * cannot be read fails the run with the reason. Writes the
      * common run log.
      *
      ******************************************************************
       program-id. airxtrc.

       select airfile assign airfile-name
           organization indexed
           record key is f-code with no duplicates
           alternate record key is f-icao with duplicates
           alternate record key is f-city with duplicates
           alternate record key is f-country with duplicates
           file status is file-status
           access dynamic.

       select airctry-file assign airctry-file-name
           organization indexed
           record key is ct-code with no duplicates
           alternate record key is ct-name with duplicates
           file status is airctry-status
           access dynamic.

       select airstat-file assign airstat-file-name
           organization indexed
           record key is st-key with no duplicates
           file status is airstat-status
           access dynamic.

       select spec-file assign spec-file-name
           organization line sequential
           file status is spec-status.

       select sort-extract assign to "sortwk16".

       select extract-file assign extract-file-name
           organization line sequential
           file status is extract-status.

       data division.
       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd airctry-file.
       01 ct-rec.
       copy "airctry.cpy" replacing ==(prefix)== by ==ct==.

       fd airstat-file.
       01 st-rec.
       copy "airstat.cpy" replacing ==(prefix)== by ==st==.

       fd spec-file.
       01 spec-rec                     pic x(80).

       sd sort-extract.
       01 sx-rec.
           03 sx-asc-1                 pic x(30).
           03 sx-desc-1                pic x(30).
           03 sx-asc-2                 pic x(30).
           03 sx-desc-2                pic x(30).
           03 sx-asc-3                 pic x(30).
           03 sx-desc-3                pic x(30).
           03 sx-line                  pic x(400).
      *> the same keys as a table, for filling them in
       01 sx-key-rec.
           03 sx-key-pair occurs 3.
               05 sx-key-asc           pic x(30).
               05 sx-key-desc          pic x(30).
           03 filler                   pic x(400).

       fd extract-file.
       01 extract-rec                  pic x(400).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       01 airfile-name                 pic x(80).
       01 airctry-file-name            pic x(80).
       01 airstat-file-name            pic x(80).
       01 spec-file-name               pic x(80).
       01 extract-file-name            pic x(80).
       01 file-status                  pic xx.
       01 airctry-status               pic xx.
       01 airstat-status               pic xx.
       01 spec-status                  pic xx.
       01 extract-status               pic xx.
       78 airport-dat                  value "dd_airports".
       78 airctry-dat                  value "dd_countries".
       78 airstat-dat                  value "dd_traffic_stats".
       78 spec-dat                     value "dd_extract_specs".
       78 spec-name-dat                value "dd_extract_spec".
       78 extract-dat                  value "dd_extract_out".

      *> the fields a spec can name: name, full width, and N for the
      *> ones that compare and sort as numbers
       01 field-catalogue-values.
           03 filler pic x(15) value "CODE        04 ".
           03 filler pic x(15) value "ICAO        04 ".
           03 filler pic x(15) value "NAME        30 ".
           03 filler pic x(15) value "CITY        30 ".
           03 filler pic x(15) value "COUNTRY     20 ".
           03 filler pic x(15) value "LATITUDE    11 ".
           03 filler pic x(15) value "LONGITUDE   11 ".
           03 filler pic x(15) value "STATUS      01 ".
           03 filler pic x(15) value "ELEVATION   06N".
           03 filler pic x(15) value "UTC-OFFSET  06N".
           03 filler pic x(15) value "RUNWAY      05N".
           03 filler pic x(15) value "SIZE        01 ".
           03 filler pic x(15) value "DST-ZONE    04 ".
           03 filler pic x(15) value "COUNTRY-CODE03 ".
           03 filler pic x(15) value "REGION      15 ".
           03 filler pic x(15) value "PASSENGERS  09N".
           03 filler pic x(15) value "PAX-YEAR    04 ".
       01 field-catalogue redefines field-catalogue-values.
           03 fc-entry occurs 17.
               05 fc-name              pic x(12).
               05 fc-width             pic 9(2).
               05 fc-kind              pic x.
                   88 fc-numeric       value "N".
       78 field-count                  value 17.

      *> one record's values, by catalogue position
       01 field-values.
           03 fv-entry occurs 17.
               05 fv-text              pic x(30).
               05 fv-number            pic s9(9)v99.

      *> the spec as read
       01 spec-wanted                  pic x(20).
       01 spec-more                    pic x.
       01 spec-found                   pic 9 value 0.
       01 in-wanted-spec               pic 9 value 0.
       01 spec-line-name               pic x(20).
       01 spec-part-1                  pic x(20).
       01 spec-part-2                  pic x(20).
       01 spec-part-3                  pic x(30).
       01 spec-valid                   pic 9 value 1.
       01 spec-error                   pic x(40).

       01 out-count                    pic 9(2) value 0.
       01 out-field                    pic 9(2) occurs 20.
       01 sel-count                    pic 9(2) value 0.
       01 sel-entry occurs 10.
           03 sel-field                pic 9(2).
           03 sel-op                   pic x(2).
           03 sel-text                 pic x(30).
           03 sel-number               pic s9(9)v99.
       01 sort-count                   pic 9 value 0.
       01 sort-entry occurs 3.
           03 sort-field               pic 9(2).
           03 sort-dir                 pic x.
       01 out-format                   pic x value "C".
           88 format-csv               value "C".
           88 format-fixed             value "F".
       01 want-heading                 pic x value "Y".

       01 cat-idx                      pic 9(2).
       01 found-field                  pic 9(2).
       01 out-idx                      pic 9(2).
       01 sel-idx                      pic 9(2).
       01 sort-idx                     pic 9.
       01 line-pos                     pic 9(3).
       01 value-length                 pic 9(2).
       01 comma-count                  pic 9(2).
       01 record-passes                pic 9.
       01 compare-text                 pic x(30).
       01 compare-result               pic s9.
       01 sort-number                  pic 9(10)v99.
       01 sort-number-text redefines sort-number
                                       pic x(12).
       01 elev-edit                    pic -(5)9.
       01 utc-edit                     pic -z9.99.
       01 runway-edit                  pic z(4)9.
       01 pax-edit                     pic z(8)9.
       01 out-line                     pic x(400).

       01 more-records                 pic x value "Y".
           88 no-more-records          value "N".
       01 more-sorted                  pic x value "Y".
           88 no-more-sorted           value "N".
       01 more-stats                   pic x.
       01 airctry-open                 pic 9 value 0.
       01 extract-open                 pic 9 value 0.
       01 airstat-open                 pic 9 value 0.
       01 run-status-word              pic x(4) value "OK".

       01 extract-counters.
           03 records-read             pic 9(7) value 0.
           03 records-selected         pic 9(7) value 0.
           03 records-written          pic 9(7) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform load-extract-spec
           if spec-valid = 0
               display "Extract spec rejected: " spec-error
               move "FAIL" to run-status-word
           else
               perform open-files
               if extract-open = 1
                   sort sort-extract
                       on ascending key sx-asc-1
                       on descending key sx-desc-1
                       on ascending key sx-asc-2
                       on descending key sx-desc-2
                       on ascending key sx-asc-3
                       on descending key sx-desc-3
                       input procedure is select-airports
                       output procedure is write-extract
               end-if
               perform close-files
           end-if
           perform write-run-log-end
           goback
       .

       load-extract-spec section.
           display spec-name-dat upon environment-name
           accept spec-wanted from environment-value
           move function upper-case(spec-wanted) to spec-wanted
           if spec-wanted = spaces
               move 0 to spec-valid
               move "dd_extract_spec names no spec" to spec-error
               exit section
           end-if
           display spec-dat upon environment-name
           accept spec-file-name from environment-value
           open input spec-file
           move "Y" to spec-more
           if spec-status not = "00"
               move "N" to spec-more
               move 0 to spec-valid
               move "dd_extract_specs not available" to spec-error
           end-if
           perform until spec-more = "N"
               read spec-file
                   at end
                       move "N" to spec-more
                   not at end
                       perform take-spec-line
               end-read
           end-perform
           if spec-status = "00" or spec-status = "10"
               close spec-file
           end-if
           if spec-valid = 1 and spec-found = 0
               move 0 to spec-valid
               move spaces to spec-error
               string "no spec " delimited by size
                      spec-wanted delimited by space
                      " on the library" delimited by size
                      into spec-error
           end-if
           if spec-valid = 1 and out-count = 0
               move 0 to spec-valid
               move "spec names no FIELD" to spec-error
           end-if
       .

       take-spec-line section.
           if spec-rec = spaces or spec-rec(1:1) = "*"
               exit section
           end-if
           move spaces to spec-line-name spec-part-1 spec-part-2
                          spec-part-3
           unstring spec-rec delimited by ","
               into spec-line-name spec-part-1 spec-part-2
                    spec-part-3
           end-unstring
           move function upper-case(spec-line-name) to spec-line-name
           move function upper-case(spec-part-1) to spec-part-1
           move function upper-case(spec-part-2) to spec-part-2
           if spec-line-name = "SPEC"
               if spec-part-1 = spec-wanted
                   move 1 to in-wanted-spec spec-found
               else
                   move 0 to in-wanted-spec
               end-if
               exit section
           end-if
           if in-wanted-spec = 0 or spec-valid = 0
               exit section
           end-if
           evaluate spec-line-name
               when "FIELD"
                   perform take-spec-field
               when "SELECT"
                   perform take-spec-select
               when "SORT"
                   perform take-spec-sort
               when "FORMAT"
                   evaluate spec-part-1
                       when "CSV"
                           set format-csv to true
                       when "FIXED"
                           set format-fixed to true
                       when other
                           move 0 to spec-valid
                           move "FORMAT must be CSV or FIXED"
                               to spec-error
                   end-evaluate
               when "HEADING"
                   move spec-part-1(1:1) to want-heading
               when other
                   move 0 to spec-valid
                   move spaces to spec-error
                   string "unknown spec line " delimited by size
                          spec-line-name delimited by space
                          into spec-error
           end-evaluate
       .

       find-catalogue-field section.
       *> spec-part-1 against the catalogue; found-field zero when
       *> it is not a field the extract knows
           move 0 to found-field
           perform varying cat-idx from 1 by 1
                   until cat-idx > field-count
               if fc-name(cat-idx) = spec-part-1
                   move cat-idx to found-field
                   exit perform
               end-if
           end-perform
           if found-field = 0
               move 0 to spec-valid
               move spaces to spec-error
               string "unknown field " delimited by size
                      spec-part-1 delimited by space
                      into spec-error
           end-if
       .

       take-spec-field section.
           perform find-catalogue-field
           if found-field = 0
               exit section
           end-if
           if out-count = 20
               move 0 to spec-valid
               move "more than 20 FIELD lines" to spec-error
               exit section
           end-if
           add 1 to out-count
           move found-field to out-field(out-count)
       .

       take-spec-select section.
           perform find-catalogue-field
           if found-field = 0
               exit section
           end-if
           if sel-count = 10
               move 0 to spec-valid
               move "more than 10 SELECT lines" to spec-error
               exit section
           end-if
           if spec-part-2 not = "EQ" and spec-part-2 not = "NE"
                   and spec-part-2 not = "GT" and spec-part-2 not = "GE"
                   and spec-part-2 not = "LT" and spec-part-2 not = "LE"
               move 0 to spec-valid
               move "SELECT op must be EQ NE GT GE LT LE"
                   to spec-error
               exit section
           end-if
           add 1 to sel-count
           move found-field to sel-field(sel-count)
           move spec-part-2 to sel-op(sel-count)
           move function upper-case(spec-part-3) to sel-text(sel-count)
           move 0 to sel-number(sel-count)
           if fc-numeric(found-field)
               if spec-part-3 = spaces
                       or function test-numval(spec-part-3) not = 0
                   move 0 to spec-valid
                   move spaces to spec-error
                   string "SELECT value for " delimited by size
                          spec-part-1 delimited by space
                          " not numeric" delimited by size
                          into spec-error
                   exit section
               end-if
               compute sel-number(sel-count) =
                   function numval(spec-part-3)
           end-if
       .

       take-spec-sort section.
           perform find-catalogue-field
           if found-field = 0
               exit section
           end-if
           if sort-count = 3
               move 0 to spec-valid
               move "more than 3 SORT lines" to spec-error
               exit section
           end-if
           add 1 to sort-count
           move found-field to sort-field(sort-count)
           move "A" to sort-dir(sort-count)
           if spec-part-2(1:1) = "D"
               move "D" to sort-dir(sort-count)
           end-if
       .

       open-files section.
           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile
           if file-status not = "00"
               move "N" to more-records
               move "FAIL" to run-status-word
           end-if

           display airctry-dat upon environment-name
           accept airctry-file-name from environment-value
           if airctry-file-name not = spaces
               open input airctry-file
               if airctry-status = "00"
                   move 1 to airctry-open
               end-if
           end-if

           display airstat-dat upon environment-name
           accept airstat-file-name from environment-value
           if airstat-file-name not = spaces
               open input airstat-file
               if airstat-status = "00"
                   move 1 to airstat-open
               end-if
           end-if

           display extract-dat upon environment-name
           accept extract-file-name from environment-value
           open output extract-file
           if extract-status = "00"
               move 1 to extract-open
           else
               display "Extract file not opened: " extract-status
               move "FAIL" to run-status-word
           end-if
       .

       select-airports section.
           perform until no-more-records
               read airfile next record
                   at end
                       move "N" to more-records
                   not at end
                       add 1 to records-read
                       perform load-field-values
                       perform test-selection
                       if record-passes = 1
                           add 1 to records-selected
                           perform release-extract-line
                       end-if
               end-read
           end-perform
       .

       load-field-values section.
           initialize field-values
           move f-code to fv-text(1)
           move f-icao to fv-text(2)
           move f-name to fv-text(3)
           move f-city to fv-text(4)
           move f-country to fv-text(5)
           string f-lat-sign delimited by size
                  f-lat-degs delimited by size
                  "." delimited by size
                  f-lat-mins delimited by size
                  into fv-text(6)
           string f-long-sign delimited by size
                  f-long-degs delimited by size
                  "." delimited by size
                  f-long-mins delimited by size
                  into fv-text(7)
           move f-status to fv-text(8)
           move f-elevation-ft to fv-number(9) elev-edit
           move elev-edit to fv-text(9)
           move f-utc-offset to fv-number(10) utc-edit
           move utc-edit to fv-text(10)
           move f-runway-length-ft to fv-number(11) runway-edit
           move runway-edit to fv-text(11)
           move f-size-class to fv-text(12)
           move f-dst-zone to fv-text(13)
           if airctry-open = 1
               move f-country to ct-name
               read airctry-file key is ct-name
                   invalid key
                       continue
                   not invalid key
                       move ct-code to fv-text(14)
                       move ct-region to fv-text(15)
               end-read
           end-if
           if airstat-open = 1
               perform find-latest-traffic
           end-if
       .

       find-latest-traffic section.
       *> the years sort up under the airport, so the last row met
       *> for it is the latest
           move f-code to st-airport
           move low-values to st-year
           move "Y" to more-stats
           start airstat-file key >= st-key
               invalid key
                   move "N" to more-stats
           end-start
           perform until more-stats = "N"
               read airstat-file next record
                   at end
                       move "N" to more-stats
                   not at end
                       if st-airport not = f-code
                           move "N" to more-stats
                       else
                           move st-passengers to fv-number(16)
                                                 pax-edit
                           move pax-edit to fv-text(16)
                           move st-year to fv-text(17)
                       end-if
               end-read
           end-perform
       .

       test-selection section.
           move 1 to record-passes
           perform varying sel-idx from 1 by 1
                   until sel-idx > sel-count or record-passes = 0
               move sel-field(sel-idx) to cat-idx
               if fc-numeric(cat-idx)
                   evaluate true
                       when fv-number(cat-idx) < sel-number(sel-idx)
                           move -1 to compare-result
                       when fv-number(cat-idx) > sel-number(sel-idx)
                           move 1 to compare-result
                       when other
                           move 0 to compare-result
                   end-evaluate
               else
                   move function upper-case(fv-text(cat-idx))
                       to compare-text
                   evaluate true
                       when compare-text < sel-text(sel-idx)
                           move -1 to compare-result
                       when compare-text > sel-text(sel-idx)
                           move 1 to compare-result
                       when other
                           move 0 to compare-result
                   end-evaluate
               end-if
               evaluate sel-op(sel-idx)
                   when "EQ"
                       if compare-result not = 0
                           move 0 to record-passes
                       end-if
                   when "NE"
                       if compare-result = 0
                           move 0 to record-passes
                       end-if
                   when "GT"
                       if compare-result not > 0
                           move 0 to record-passes
                       end-if
                   when "GE"
                       if compare-result < 0
                           move 0 to record-passes
                       end-if
                   when "LT"
                       if compare-result not < 0
                           move 0 to record-passes
                       end-if
                   when "LE"
                       if compare-result > 0
                           move 0 to record-passes
                       end-if
               end-evaluate
           end-perform
       .

       release-extract-line section.
       *> a key goes in the ascending or the descending slot of its
       *> pair, the other left blank; numbers are offset clear of
       *> their sign so they sort as text
           move spaces to sx-rec
           if sort-count = 0
               move f-code to sx-key-asc(1)
           end-if
           perform varying sort-idx from 1 by 1
                   until sort-idx > sort-count
               move sort-field(sort-idx) to cat-idx
               if fc-numeric(cat-idx)
                   compute sort-number =
                       fv-number(cat-idx) + 1000000000
                   move sort-number-text to compare-text
               else
                   move function upper-case(fv-text(cat-idx))
                       to compare-text
               end-if
               if sort-dir(sort-idx) = "D"
                   move compare-text to sx-key-desc(sort-idx)
               else
                   move compare-text to sx-key-asc(sort-idx)
               end-if
           end-perform
           perform build-extract-line
           move out-line to sx-line
           release sx-rec
       .

       build-extract-line section.
           move spaces to out-line
           move 1 to line-pos
           perform varying out-idx from 1 by 1
                   until out-idx > out-count
               move out-field(out-idx) to cat-idx
               if format-fixed
                   move fv-text(cat-idx)
                       to out-line(line-pos:fc-width(cat-idx))
                   add fc-width(cat-idx) 1 to line-pos
               else
                   if out-idx > 1
                       move "," to out-line(line-pos:1)
                       add 1 to line-pos
                   end-if
                   perform add-csv-value
               end-if
           end-perform
       .

       add-csv-value section.
       *> trimmed; a value holding a comma goes out quoted
           move function trim(fv-text(cat-idx)) to compare-text
           move 0 to value-length
           if compare-text not = spaces
               compute value-length =
                   function length(function trim(fv-text(cat-idx)))
           end-if
           move 0 to comma-count
           inspect compare-text tallying comma-count for all ","
           if comma-count > 0
               move quote to out-line(line-pos:1)
               add 1 to line-pos
           end-if
           if value-length > 0
               move compare-text(1:value-length)
                   to out-line(line-pos:value-length)
               add value-length to line-pos
           end-if
           if comma-count > 0
               move quote to out-line(line-pos:1)
               add 1 to line-pos
           end-if
       .

       write-extract section.
           if want-heading = "Y"
               perform write-heading-line
           end-if
           move "Y" to more-sorted
           perform until no-more-sorted
               return sort-extract
                   at end
                       move "N" to more-sorted
                   not at end
                       write extract-rec from sx-line
                       add 1 to records-written
               end-return
           end-perform
       .

       write-heading-line section.
           move spaces to out-line
           move 1 to line-pos
           perform varying out-idx from 1 by 1
                   until out-idx > out-count
               move out-field(out-idx) to cat-idx
               if format-fixed
                   move fc-name(cat-idx)
                       to out-line(line-pos:fc-width(cat-idx))
                   add fc-width(cat-idx) 1 to line-pos
               else
                   if out-idx > 1
                       move "," to out-line(line-pos:1)
                       add 1 to line-pos
                   end-if
                   move fc-name(cat-idx) to compare-text
                   compute value-length =
                       function length(function trim(fc-name(cat-idx)))
                   move compare-text(1:value-length)
                       to out-line(line-pos:value-length)
                   add value-length to line-pos
               end-if
           end-perform
           write extract-rec from out-line
       .

       close-files section.
           if file-status = "00" or file-status = "10"
               close airfile
           end-if
           if airctry-open = 1
               close airctry-file
           end-if
           if airstat-open = 1
               close airstat-file
           end-if
           if extract-open = 1
               close extract-file
           end-if
       .

       write-run-log-start section.
           move "AIRXTRC" to rl-job-name
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
           move records-read to rl-in-count
           move records-written to rl-out-count
           move 0 to rl-reject-count
      *> no extract written, nothing for the catalogue
           if extract-open = 1
               move extract-file-name to rl-report-file
           else
               move spaces to rl-report-file
           end-if
           move spaces to rl-report-title
           string "Extract " delimited by size
                  spec-wanted delimited by space
                  into rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airxtrc.
