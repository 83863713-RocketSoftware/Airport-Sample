      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Mass update of a group of airports picked by criteria - a
      * country changing its UTC offset, a country's airports all
      * moving to a new DST zone - instead of an airtxn file of
      * hundreds of hand-built lines. Driven by a control file
      * (dd_mass_update), one "name,value" per line:
      *
      *     COUNTRY, SIZE, STATUS, MIN-RUNWAY, ELEV-MIN, ELEV-MAX
      *         the selection - exactly aircode's query-airports
      *         criteria, and run through that same query
      *     SET-UTC-OFFSET, SET-DST-ZONE, SET-COUNTRY, SET-SIZE,
      *     SET-RUNWAY, SET-ELEVATION
      *         the field(s) to set and the new value
      *     MODE            PREVIEW (the default) or APPLY
      *     APPROVED-COUNT  the preview's change count, for APPLY
      *
      * A preview lists every record that would change with its
      * before and after values, and the count to approve. An apply
      * works the same selection again and stops before changing
      * anything if the count differs from the approved one; else
      * each record goes through aircode's update function under
      * the operator named by dd_operator_id, with the authority
      * check, validation, locking and audit entry per record.
      * Records already holding the new values are not counted;
      * closed airports are listed but cannot be updated. Report on
      * dd_mass_update_out; writes the common run log.
      *
      ******************************************************************
       program-id. airmupd.

       select control-file assign control-file-name
           organization line sequential
           file status is control-status.

       select report-file assign report-file-name
           organization line sequential
           file status is report-status.

       data division.
       fd control-file.
       01 control-rec                  pic x(40).

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airparams.cpy" replacing ==(ap-prefix)== by ==mu==.
       01 mu-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==mu==.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.

       01 control-file-name            pic x(80).
       01 report-file-name             pic x(80).
       01 control-status               pic xx.
       01 report-status                pic xx.
       78 control-dat                  value "dd_mass_update".
       78 report-dat                   value "dd_mass_update_out".
       78 operator-dat                 value "dd_operator_id".
       78 max-selected                 value 2000.

       01 control-more                 pic x.
       01 control-name                 pic x(20).
       01 control-value                pic x(20).
       01 control-valid                pic 9 value 1.
       01 control-error                pic x(40).

      *> the selection, as query-airports takes it
       01 sel-criteria.
           03 sel-country              pic x(20) value spaces.
           03 sel-size                 pic x value space.
           03 sel-status               pic x value space.
           03 sel-min-runway           pic 9(5) value 0.
           03 sel-elev-min             pic s9(5) value 0.
           03 sel-elev-max             pic s9(5) value 0.

      *> what to set; a field is only touched when its flag is on
       01 set-fields.
           03 set-utc-given            pic 9 value 0.
           03 set-utc-offset           pic s9(2)v99 value 0.
           03 set-dst-given            pic 9 value 0.
           03 set-dst-zone             pic x(4) value spaces.
           03 set-country-given        pic 9 value 0.
           03 set-country              pic x(20) value spaces.
           03 set-size-given           pic 9 value 0.
           03 set-size                 pic x value space.
           03 set-runway-given         pic 9 value 0.
           03 set-runway               pic 9(5) value 0.
           03 set-elev-given           pic 9 value 0.
           03 set-elevation            pic s9(5) value 0.

       01 run-mode                     pic x value "P".
           88 preview-mode             value "P".
           88 apply-mode               value "A".
       01 approved-given               pic 9 value 0.
       01 approved-count               pic 9(5) value 0.

       01 selected-count               pic 9(5) value 0.
       01 selected-overflow            pic 9 value 0.
       01 selected-table.
           03 selected-code            pic x(4) occurs 2000.
       01 sel-idx                      pic 9(5).
       01 page-idx                     pic 9(2).
       01 page-code                    pic x(4).
       01 query-more                   pic x.

       01 list-changes                 pic 9.
       01 record-changes               pic 9.
       01 before-image.
       copy "airrec.cpy" replacing ==(prefix)== by ==bi==.
       01 field-name                   pic x(12).
       01 field-before                 pic x(20).
       01 field-after                  pic x(20).
       01 utc-edit                     pic -9.99.
       01 elev-edit                    pic -(5)9.
       01 runway-edit                  pic z(4)9.
       01 count-edit                   pic z(4)9.
       01 detail-line                  pic x(132).
       01 run-status-word              pic x(4) value "OK".

       01 update-counters.
           03 records-changing         pic 9(5) value 0.
           03 records-unchanged        pic 9(5) value 0.
           03 records-closed           pic 9(5) value 0.
           03 records-applied          pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform load-control-file
           perform write-report-heading
           if control-valid = 0
               move spaces to detail-line
               string "Control file rejected: " delimited by size
                      control-error delimited by size
                      into detail-line
               write report-rec from detail-line
               move "FAIL" to run-status-word
           else
               perform collect-selection
               if preview-mode
                   move 1 to list-changes
                   perform count-changing-records
                   perform write-preview-total
               else
                   move 0 to list-changes
                   perform count-changing-records
                   if records-changing not = approved-count
                       perform write-apply-stopped
                       move "FAIL" to run-status-word
                   else
                       perform apply-changing-records
                       perform write-apply-total
                   end-if
               end-if
           end-if
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display operator-dat upon environment-name
           accept mu-operator-id from environment-value

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file

           set open-file to true
           perform call-aircode-program
       .

       load-control-file section.
           display control-dat upon environment-name
           accept control-file-name from environment-value
           open input control-file
           move "Y" to control-more
           if control-status not = "00"
               move "N" to control-more
               move 0 to control-valid
               move "dd_mass_update not available" to control-error
           end-if
           perform until control-more = "N"
               read control-file into control-rec
                   at end
                       move "N" to control-more
                   not at end
                       move spaces to control-name control-value
                       unstring control-rec delimited by ","
                           into control-name control-value
                       end-unstring
                       move function upper-case(control-name)
                           to control-name
                       if control-name not = spaces
                           perform apply-one-control
                       end-if
               end-read
           end-perform
           if control-status = "00" or control-status = "10"
               close control-file
           end-if
           if control-valid = 1
                   and set-utc-given = 0 and set-dst-given = 0
                   and set-country-given = 0 and set-size-given = 0
                   and set-runway-given = 0 and set-elev-given = 0
               move 0 to control-valid
               move "no SET- field given" to control-error
           end-if
           if control-valid = 1 and apply-mode
                   and approved-given = 0
               move 0 to control-valid
               move "APPLY needs APPROVED-COUNT" to control-error
           end-if
       .

       apply-one-control section.
           evaluate control-name
               when "COUNTRY"
                   move function upper-case(control-value)
                       to sel-country
               when "SIZE"
                   move function upper-case(control-value)
                       to sel-size
               when "STATUS"
                   move function upper-case(control-value)
                       to sel-status
               when "MIN-RUNWAY"
                   perform check-numeric-control
                   if control-valid = 1
                       compute sel-min-runway =
                           function numval(control-value)
                   end-if
               when "ELEV-MIN"
                   perform check-numeric-control
                   if control-valid = 1
                       compute sel-elev-min =
                           function numval(control-value)
                   end-if
               when "ELEV-MAX"
                   perform check-numeric-control
                   if control-valid = 1
                       compute sel-elev-max =
                           function numval(control-value)
                   end-if
               when "SET-UTC-OFFSET"
                   perform check-numeric-control
                   if control-valid = 1
                       compute set-utc-offset =
                           function numval(control-value)
                       move 1 to set-utc-given
                       if set-utc-offset < -14 or set-utc-offset > 14
                           move 0 to control-valid
                           move "SET-UTC-OFFSET out of range"
                               to control-error
                       end-if
                   end-if
               when "SET-DST-ZONE"
                   move function upper-case(control-value)
                       to set-dst-zone
                   move 1 to set-dst-given
               when "SET-COUNTRY"
                   move function upper-case(control-value)
                       to set-country
                   move 1 to set-country-given
                   if set-country = spaces
                       move 0 to control-valid
                       move "SET-COUNTRY is blank" to control-error
                   end-if
               when "SET-SIZE"
                   move function upper-case(control-value)
                       to set-size
                   move 1 to set-size-given
                   if set-size not = "S" and set-size not = "M"
                           and set-size not = "L"
                       move 0 to control-valid
                       move "SET-SIZE must be S, M or L"
                           to control-error
                   end-if
               when "SET-RUNWAY"
                   perform check-numeric-control
                   if control-valid = 1
                       compute set-runway =
                           function numval(control-value)
                       move 1 to set-runway-given
                   end-if
               when "SET-ELEVATION"
                   perform check-numeric-control
                   if control-valid = 1
                       compute set-elevation =
                           function numval(control-value)
                       move 1 to set-elev-given
                   end-if
               when "MODE"
                   evaluate function upper-case(control-value)
                       when "PREVIEW"
                           set preview-mode to true
                       when "APPLY"
                           set apply-mode to true
                       when other
                           move 0 to control-valid
                           move "MODE must be PREVIEW or APPLY"
                               to control-error
                   end-evaluate
               when "APPROVED-COUNT"
                   perform check-numeric-control
                   if control-valid = 1
                       compute approved-count =
                           function numval(control-value)
                       move 1 to approved-given
                   end-if
               when other
                   move 0 to control-valid
                   move spaces to control-error
                   string "unknown control " delimited by size
                          control-name delimited by space
                          into control-error
           end-evaluate
       .

       check-numeric-control section.
           if control-value = spaces
                   or function test-numval(control-value) not = 0
               move 0 to control-valid
               move spaces to control-error
               string control-name delimited by space
                      " is not numeric" delimited by size
                      into control-error
           end-if
       .

       write-report-heading section.
           move spaces to detail-line
           if apply-mode
               move "Mass update - APPLY" to detail-line
           else
               move "Mass update - PREVIEW" to detail-line
           end-if
           write report-rec from detail-line
           move spaces to detail-line
           string "  Selection: country " delimited by size
                  sel-country delimited by "  "
                  " size " delimited by size
                  sel-size delimited by size
                  " status " delimited by size
                  sel-status delimited by size
                  " min runway " delimited by size
                  sel-min-runway delimited by size
                  into detail-line
           write report-rec from detail-line
           write report-rec from spaces
       .

       collect-selection section.
       *> query-airports a page at a time, resuming after the last
       *> code each page showed, into the code table
           move sel-country to qc-country
           move sel-size to qc-size
           move sel-status to qc-status
           move sel-min-runway to qc-min-runway
           move sel-elev-min to qc-elev-min
           move sel-elev-max to qc-elev-max
           move spaces to mu-continue-after-code
           move "Y" to query-more
           perform until query-more not = "Y"
               set query-airports to true
               perform call-aircode-program
               perform varying page-idx from 1 by 1
                       until page-idx > 10
                   if mu-matched-codes(page-idx) not = spaces
                       move spaces to page-code
                       unstring mu-matched-codes(page-idx)
                           delimited by space
                           into page-code
                       end-unstring
                       perform hold-selected-code
                   end-if
               end-perform
               if mu-file-status not = "00"
                       or not more-matches-available
                       or selected-overflow = 1
                   move "N" to query-more
               end-if
           end-perform
       .

       hold-selected-code section.
           if selected-count >= max-selected
               move 1 to selected-overflow
               exit section
           end-if
           add 1 to selected-count
           move page-code to selected-code(selected-count)
       .

       count-changing-records section.
           move 0 to records-changing records-unchanged
                     records-closed
           perform varying sel-idx from 1 by 1
                   until sel-idx > selected-count
               perform build-changed-record
               evaluate true
                   when mu-file-status not = "00"
                       add 1 to records-closed
                       if list-changes = 1
                           perform write-closed-line
                       end-if
                   when record-changes = 0
                       add 1 to records-unchanged
                   when other
                       add 1 to records-changing
                       if list-changes = 1
                           perform write-change-lines
                       end-if
               end-evaluate
           end-perform
       .

       build-changed-record section.
       *> the record as it stands, through get-details (a closed
       *> airport reads as not found), and the after-image built
       *> from it in mu-rec
           initialize mu-rec
           move selected-code(sel-idx) to mu-airport1
           set get-details to true
           perform call-aircode-program
           move 0 to record-changes
           if mu-file-status not = "00"
               exit section
           end-if
           move mu-rec to before-image
           if set-utc-given = 1
               move set-utc-offset to mu-utc-offset
           end-if
           if set-dst-given = 1
               move set-dst-zone to mu-dst-zone
           end-if
           if set-country-given = 1
               move set-country to mu-country
           end-if
           if set-size-given = 1
               move set-size to mu-size-class
           end-if
           if set-runway-given = 1
               move set-runway to mu-runway-length-ft
           end-if
           if set-elev-given = 1
               move set-elevation to mu-elevation-ft
           end-if
           if mu-rec not = before-image
               move 1 to record-changes
           end-if
       .

       write-closed-line section.
           move spaces to detail-line
           string selected-code(sel-idx) delimited by space
                  "  closed - cannot be updated" delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-change-lines section.
           move spaces to detail-line
           string mu-code delimited by space
                  "  " delimited by size
                  mu-name delimited by size
                  into detail-line
           write report-rec from detail-line
           if mu-utc-offset not = bi-utc-offset
               move "UTC offset" to field-name
               move bi-utc-offset to utc-edit
               move utc-edit to field-before
               move mu-utc-offset to utc-edit
               move utc-edit to field-after
               perform write-field-line
           end-if
           if mu-dst-zone not = bi-dst-zone
               move "DST zone" to field-name
               move bi-dst-zone to field-before
               move mu-dst-zone to field-after
               perform write-field-line
           end-if
           if mu-country not = bi-country
               move "Country" to field-name
               move bi-country to field-before
               move mu-country to field-after
               perform write-field-line
           end-if
           if mu-size-class not = bi-size-class
               move "Size" to field-name
               move bi-size-class to field-before
               move mu-size-class to field-after
               perform write-field-line
           end-if
           if mu-runway-length-ft not = bi-runway-length-ft
               move "Runway ft" to field-name
               move bi-runway-length-ft to runway-edit
               move runway-edit to field-before
               move mu-runway-length-ft to runway-edit
               move runway-edit to field-after
               perform write-field-line
           end-if
           if mu-elevation-ft not = bi-elevation-ft
               move "Elevation" to field-name
               move bi-elevation-ft to elev-edit
               move elev-edit to field-before
               move mu-elevation-ft to elev-edit
               move elev-edit to field-after
               perform write-field-line
           end-if
       .

       write-field-line section.
           move spaces to detail-line
           string "      " delimited by size
                  field-name delimited by size
                  " " delimited by size
                  field-before delimited by size
                  " -> " delimited by size
                  field-after delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-preview-total section.
           write report-rec from spaces
           perform write-selection-counts
           move records-changing to count-edit
           move spaces to detail-line
           string "To apply, run with MODE,APPLY and APPROVED-COUNT,"
                      delimited by size
                  function trim(count-edit) delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-selection-counts section.
           move spaces to detail-line
           string "Selected: " delimited by size
                  selected-count delimited by size
                  "  Would change: " delimited by size
                  records-changing delimited by size
                  "  Already set: " delimited by size
                  records-unchanged delimited by size
                  "  Closed: " delimited by size
                  records-closed delimited by size
                  into detail-line
           write report-rec from detail-line
           if selected-overflow = 1
               move "  (selection table full - narrow the criteria)"
                   to detail-line
               write report-rec from detail-line
           end-if
       .

       write-apply-stopped section.
       *> the master has moved since the preview was approved - a
       *> different set of airports would change, so nothing does
           perform write-selection-counts
           move spaces to detail-line
           string "STOPPED - " delimited by size
                  records-changing delimited by size
                  " records would change, approved count "
                      delimited by size
                  approved-count delimited by size
                  "; nothing updated - preview again"
                      delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       apply-changing-records section.
           perform varying sel-idx from 1 by 1
                   until sel-idx > selected-count
               perform build-changed-record
               if mu-file-status = "00" and record-changes = 1
                   perform write-change-lines
                   move mu-code to mu-airport1
                   set update-airport to true
                   perform call-aircode-program
                   move spaces to detail-line
                   if mu-file-status = "00"
                       add 1 to records-applied
                       string "    APPLIED  : " delimited by size
                              mu-message delimited by size
                              into detail-line
                   else
                       add 1 to records-rejected
                       string "    REJECTED status " delimited by size
                              mu-file-status delimited by size
                              " : " delimited by size
                              mu-message delimited by size
                              into detail-line
                   end-if
                   write report-rec from detail-line
               end-if
           end-perform
       .

       write-apply-total section.
           write report-rec from spaces
           perform write-selection-counts
           move spaces to detail-line
           string "Applied: " delimited by size
                  records-applied delimited by size
                  "  Rejected: " delimited by size
                  records-rejected delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       write-run-log-start section.
           move "AIRMUPD" to rl-job-name
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
           move selected-count to rl-in-count
           if apply-mode
               move records-applied to rl-out-count
           else
               move records-changing to rl-out-count
           end-if
           move records-rejected to rl-reject-count
           move report-file-name to rl-report-file
           move "Mass update" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       call-aircode-program section.
           call "aircode" using by value mu-function
                                by value mu-airport1
                                by value mu-airport2
                                by value mu-prefix-text
                                by reference mu-rec
                                by reference mu-distance-result
                                by reference mu-matched-codes-array
                                by reference mu-file-status
                                by reference mu-message
                                by reference mu-itinerary-count
                                by reference mu-itinerary-codes
                                by reference mu-itinerary-result
                                by reference mu-nearest-count
                                by reference mu-nearest-results
                                by reference mu-continue-after-code
                                by reference mu-more-matches
                                by reference mu-operator-id
                                by reference mu-airline-count
                                by reference mu-airline-results
                                by value mu-size-filter
                                by reference mu-preferred-unit
                                by reference mu-connect-count
                                by reference mu-connect-results
                                by reference mu-travel-date
                                by reference mu-target-operator
                                by reference mu-target-level
                                by reference mu-accuracy-mode
                                by reference mu-waypoint-interval
                                by reference mu-waypoint-count
                                by reference mu-waypoints
                                by reference mu-min-runway-ft
                                by reference mu-diversion-result
                                by reference mu-aircraft-type
                                by reference mu-effective-utc-offset
                                by reference mu-point-geo
                                by reference mu-sched-day
                                by reference mu-sched-continue
                                by reference mu-name-search
                                by reference mu-facility-info
                                by reference mu-report-currency
                                by reference mu-query-criteria
                                by reference mu-fare-request
                                by reference mu-weather-info
                                by reference mu-sun-info
                                by reference mu-approval-request
                                by reference mu-target-scope
                                by reference mu-fir-result
                                by reference mu-tanker-result
                                by reference mu-dependants
                                by reference mu-reversal
                                by reference mu-annotations
                                by reference mu-fx-as-of-date
                                by reference mu-city-centre
                                by reference mu-language
                                by reference mu-target-grant
       .

       close-files section.
           set close-file to true
           perform call-aircode-program
           close report-file
       .

       end program airmupd.
