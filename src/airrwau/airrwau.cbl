      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Runway-ident audit. A runway's number is its magnetic
      * heading to the nearest ten degrees, so every runway on the
      * runway detail file (dd_runways) with a true heading is
      * turned magnetic with the variation at its airport (the
      * airmvar grid) and the painted number checked against it.
      * An ident more than five degrees off the magnetic heading
      * is listed as stale - usually a keying error on the feed or
      * a re-designation the feed never picked up - together with
      * the ident it implies. Idents not of the form NN, NNL, NNC
      * or NNR are listed too. Runways with no true heading, or at
      * an airport the grid does not cover, are counted as not
      * audited. Report on dd_runway_audit_out. Writes the common
      * run log.
      *
      ******************************************************************
       program-id. airrwau.

       select airrwy-file assign airrwy-file-name
           organization indexed
           record key is rw-key with no duplicates
           file status is airrwy-status
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

       data division.
       fd airrwy-file.
       01 rw-rec.
       copy "airrwy.cpy" replacing ==(prefix)== by ==rw==.

       fd airfile.
       01 f-rec.
       copy "airrec.cpy" replacing ==(prefix)== by ==f==.

       fd report-file.
       01 report-rec                   pic x(132).

       working-storage section.
       copy "airrlogp.cpy" replacing ==(rl-prefix)== by ==rl==.
       copy "airmvarp.cpy" replacing ==(mv-prefix)== by ==mv==.
       01 airrwy-file-name             pic x(80).
       01 airfile-name                 pic x(80).
       01 report-file-name             pic x(80).
       01 airrwy-status                pic xx.
       01 file-status                  pic xx.
       01 report-status                pic xx.
       78 airrwy-dat                   value "dd_runways".
       78 airport-dat                  value "dd_airports".
       78 report-dat                   value "dd_runway_audit_out".
      *> an ident is the magnetic heading to the nearest ten, so
      *> anything past half a step is the wrong number
       78 ident-tolerance              value 5.

       01 more-runways                 pic x value "Y".
           88 no-more-runways          value "N".

       01 break-airport                pic x(4).
       01 airport-located              pic 9.
       01 airport-position.
           03 ap-latitude              pic x(10).
           03 ap-longitude             pic x(10).

       01 ident-number                 pic 99.
       01 ident-suffix                 pic x.
       01 ident-valid                  pic 9.
       01 magnetic-heading             pic s9(3)v9.
       01 heading-gap                  pic s9(3)v9.
       01 implied-number               pic 99.
       01 implied-ident                pic x(3).
       01 finding-text                 pic x(30).

       01 heading-edit                 pic zz9.
       01 magnetic-edit                pic zz9.9.
       01 variation-edit               pic zz9.9.
       01 variation-side               pic x.
       01 detail-line                  pic x(132).

       01 audit-counters.
           03 runways-read             pic 9(5) value 0.
           03 runways-audited          pic 9(5) value 0.
           03 runways-stale            pic 9(5) value 0.
           03 runways-bad-ident        pic 9(5) value 0.
           03 runways-no-heading       pic 9(5) value 0.
           03 runways-no-variation     pic 9(5) value 0.

       procedure division.
       main section.
           perform write-run-log-start
           perform open-files
           perform write-report-heading
           perform until no-more-runways
               read airrwy-file next record
                   at end
                       move "N" to more-runways
                   not at end
                       add 1 to runways-read
                       if rw-airport not = break-airport
                           move rw-airport to break-airport
                           perform locate-airport
                       end-if
                       perform audit-one-runway
               end-read
           end-perform
           perform write-audit-summary
           perform close-files
           perform write-run-log-end
           goback
       .

       open-files section.
           display airrwy-dat upon environment-name
           accept airrwy-file-name from environment-value
           open input airrwy-file
           if airrwy-status not = "00"
               move "N" to more-runways
           end-if
           move low-values to rw-key
           start airrwy-file key >= rw-key
               invalid key
                   move "N" to more-runways
           end-start
           move spaces to break-airport

           display airport-dat upon environment-name
           accept airfile-name from environment-value
           open input airfile

           display report-dat upon environment-name
           accept report-file-name from environment-value
           open output report-file
       .

       locate-airport section.
           move 0 to airport-located
           move break-airport to f-code
           read airfile
               invalid key
                   continue
               not invalid key
                   move 1 to airport-located
                   move f-latitude to ap-latitude
                   move f-longitude to ap-longitude
           end-read
       .

       audit-one-runway section.
           perform split-runway-ident
           if ident-valid = 0
               add 1 to runways-bad-ident
               move "IDENT NOT NN/NNL/NNC/NNR" to finding-text
               move spaces to implied-ident
               perform write-finding-line
               exit section
           end-if
           if rw-true-heading = 0
               add 1 to runways-no-heading
               exit section
           end-if
           if airport-located = 0
               add 1 to runways-no-variation
               exit section
           end-if
           move ap-latitude to mv-latitude
           move ap-longitude to mv-longitude
           compute mv-true-track = function mod(rw-true-heading, 360)
           call "airmvar" using mv-magvar-area
           if mv-found not = "Y"
               add 1 to runways-no-variation
               exit section
           end-if
           add 1 to runways-audited
           compute magnetic-heading = rw-true-heading - mv-variation
           if magnetic-heading < 0
               add 360 to magnetic-heading
           end-if
           if magnetic-heading >= 360
               subtract 360 from magnetic-heading
           end-if
      *> the gap between the painted number and the magnetic
      *> heading, the short way round
           compute heading-gap = magnetic-heading - ident-number * 10
           if heading-gap < 0
               multiply -1 by heading-gap
           end-if
           if heading-gap > 180
               compute heading-gap = 360 - heading-gap
           end-if
           if heading-gap > ident-tolerance
               add 1 to runways-stale
               compute implied-number rounded = magnetic-heading / 10
               if implied-number = 0
                   move 36 to implied-number
               end-if
               move spaces to implied-ident
               move implied-number to implied-ident(1:2)
               move ident-suffix to implied-ident(3:1)
               move "STALE IDENT" to finding-text
               perform write-finding-line
           end-if
       .

       split-runway-ident section.
           move 0 to ident-valid
           move 0 to ident-number
           move rw-ident(3:1) to ident-suffix
           if rw-ident(1:2) numeric
               move rw-ident(1:2) to ident-number
               if ident-number >= 1 and ident-number <= 36
                   if ident-suffix = space or "L" or "C" or "R"
                       move 1 to ident-valid
                   end-if
               end-if
           end-if
       .

       write-finding-line section.
           move spaces to detail-line
           string rw-airport delimited by size
                  "  " delimited by size
                  rw-ident delimited by size
                  into detail-line
           if ident-valid = 1
               move rw-true-heading to heading-edit
               move magnetic-heading to magnetic-edit
               if mv-variation < 0
                   move "W" to variation-side
                   compute variation-edit = mv-variation * -1
               else
                   move "E" to variation-side
                   move mv-variation to variation-edit
               end-if
               string heading-edit delimited by size
                      "T   " delimited by size
                      variation-edit delimited by size
                      variation-side delimited by size
                      "   " delimited by size
                      magnetic-edit delimited by size
                      "M   implies " delimited by size
                      implied-ident delimited by size
                      into detail-line(12:)
           end-if
           move finding-text to detail-line(60:)
           write report-rec from detail-line
       .

       write-report-heading section.
           move "RUNWAY IDENT AUDIT" to detail-line
           write report-rec from detail-line
           move spaces to detail-line
           move "APT   RWY  TRUE    VAR      MAG" to detail-line
           move "FINDING" to detail-line(60:)
           write report-rec from detail-line
       .

       write-audit-summary section.
           write report-rec from spaces
           move spaces to detail-line
           string "Runways read: " delimited by size
                  runways-read delimited by size
                  "  Audited: " delimited by size
                  runways-audited delimited by size
                  "  Stale idents: " delimited by size
                  runways-stale delimited by size
                  "  Bad idents: " delimited by size
                  runways-bad-ident delimited by size
                  into detail-line
           write report-rec from detail-line
           move spaces to detail-line
           string "Not audited - no true heading: " delimited by size
                  runways-no-heading delimited by size
                  "  no variation: " delimited by size
                  runways-no-variation delimited by size
                  into detail-line
           write report-rec from detail-line
       .

       close-files section.
           close airrwy-file
           close airfile
           close report-file
       .

       write-run-log-start section.
           move "AIRRWAU" to rl-job-name
           move "S" to rl-record-type
           move spaces to rl-status
           move 0 to rl-in-count rl-out-count
                     rl-reject-count
           call "airrlog" using rl-run-log-area
       .

       write-run-log-end section.
           move "E" to rl-record-type
           move "OK" to rl-status
           move runways-read to rl-in-count
           move runways-audited to rl-out-count
           compute rl-reject-count = runways-stale + runways-bad-ident
           move report-file-name to rl-report-file
           move "Runway-ident audit" to rl-report-title
           call "airrlog" using rl-run-log-area
       .

       end program airrwau.
