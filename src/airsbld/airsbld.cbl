      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Maintains the change-feed subscriber registry from a CSV
      * extract, one subscriber per line:
      *
      *     subscriber-id,name,fields,format,scope
      *
      * e.g. "NAVDATA1,Nav data vendor,NPER,CSV,R:EUROPE,C:Morocco"
      * - fields is the field-set letters (see airsubs.cpy, blank
      * for every field), format CSV or JSON (blank for CSV) and
      * scope everything after the fourth comma, in the form
      * airscop parses (ALL or blank for every airport). A line
      * for a subscriber already on the registry replaces its
      * name, fields, format and scope and keeps its feed and
      * acknowledgment counters; format DROP takes the subscriber
      * off the registry. Lines with no id, an unknown field
      * letter or format, or a scope airscop will not take are
      * rejected. The registry (dd_subscribers) is created the
      * first time. Calls airscop.
      *
      ******************************************************************
       program-id. airsbld.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airsubs-file assign airsubs-file-name
           organization indexed
           record key is sb-subscriber-id with no duplicates
           file status is airsubs-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(150).

       fd airsubs-file.
       01 sb-rec.
       copy "airsubs.cpy" replacing ==(prefix)== by ==sb==.

       working-storage section.
       copy "airscopp.cpy" replacing ==(sc-prefix)== by ==sc==.
       01 csv-file-name                pic x(80).
       01 airsubs-file-name            pic x(80).
       01 csv-status                   pic xx.
       01 airsubs-status               pic xx.
       78 csv-dat                      value "dd_subscriber_feed".
       78 airsubs-dat                  value "dd_subscribers".
       01 registry-open                pic 9 value 0.

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-subscriber-id        pic x(8).
           03 csv-name                 pic x(30).
           03 csv-field-set            pic x(10).
           03 csv-format               pic x(4).
           03 csv-scope                pic x(60).
       01 csv-ptr                      pic 9(3).

       01 field-idx                    pic 9(2).
       01 field-letter                 pic x.
           88 known-field-letter       values "N" "C" "Y" "P" "E"
                                              "R" "S" "T" "U" " ".
       01 line-ok                      pic x.

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 subscribers-added        pic 9(5) value 0.
           03 subscribers-updated      pic 9(5) value 0.
           03 subscribers-dropped      pic 9(5) value 0.
           03 records-rejected         pic 9(5) value 0.

       procedure division.
       main section.
           perform open-files
           perform until no-more-input
               read csv-file into csv-rec
                   at end
                       move "N" to more-input
                   not at end
                       add 1 to records-read
                       perform load-one-subscriber
               end-read
           end-perform
           perform close-files
           perform display-summary
           goback
       .

       open-files section.
           display csv-dat upon environment-name
           accept csv-file-name from environment-value
           open input csv-file
           if csv-status not = "00"
               move "N" to more-input
           end-if

           display airsubs-dat upon environment-name
           accept airsubs-file-name from environment-value
           open i-o airsubs-file
           if airsubs-status = "35"
               open output airsubs-file
               close airsubs-file
               open i-o airsubs-file
           end-if
           if airsubs-status = "00"
               move 1 to registry-open
           else
               move "N" to more-input
           end-if
       .

       load-one-subscriber section.
           initialize csv-fields
           move 1 to csv-ptr
           unstring csv-rec delimited by ","
               into csv-subscriber-id csv-name csv-field-set
                    csv-format
               with pointer csv-ptr
           end-unstring
           if csv-ptr <= 150
               move csv-rec(csv-ptr:) to csv-scope
           end-if
           move function upper-case(csv-subscriber-id)
               to csv-subscriber-id
           move function upper-case(csv-field-set) to csv-field-set
           move function upper-case(csv-format) to csv-format
           if csv-subscriber-id = spaces
               add 1 to records-rejected
               exit section
           end-if

           if csv-format = "DROP"
               move csv-subscriber-id to sb-subscriber-id
               delete airsubs-file record
                   invalid key
                       add 1 to records-rejected
                   not invalid key
                       add 1 to subscribers-dropped
               end-delete
               exit section
           end-if

           perform check-subscriber-line
           if line-ok = "N"
               add 1 to records-rejected
               exit section
           end-if

           move csv-subscriber-id to sb-subscriber-id
           read airsubs-file
               invalid key
                   initialize sb-rec
                   move csv-subscriber-id to sb-subscriber-id
                   perform take-subscriber-fields
                   write sb-rec
                       invalid key
                           add 1 to records-rejected
                       not invalid key
                           add 1 to subscribers-added
                   end-write
               not invalid key
      *> a re-registration changes what the subscriber is sent,
      *> not how far through the feeds it has got
                   perform take-subscriber-fields
                   rewrite sb-rec
                       invalid key
                           add 1 to records-rejected
                       not invalid key
                           add 1 to subscribers-updated
                   end-rewrite
           end-read
       .

       check-subscriber-line section.
           move "Y" to line-ok
           if csv-format = spaces
               move "CSV" to csv-format
           end-if
           if csv-format not = "CSV" and csv-format not = "JSON"
               move "N" to line-ok
               exit section
           end-if
           perform varying field-idx from 1 by 1
                   until field-idx > 10
               move csv-field-set(field-idx:1) to field-letter
               if not known-field-letter
                   move "N" to line-ok
                   exit perform
               end-if
           end-perform
           if line-ok = "N"
               exit section
           end-if
           move "P" to sc-request
           move csv-scope to sc-scope-text
           call "airscop" using sc-scope-area
           if sc-scope-error
               move "N" to line-ok
           end-if
       .

       take-subscriber-fields section.
           move csv-name to sb-name
           move csv-field-set to sb-field-set
           move csv-format to sb-format
           move sc-scope-list to sb-scope-list
       .

       display-summary section.
           display "Subscriber registry load complete"
           display "  Records read        : " records-read
           display "  Subscribers added   : " subscribers-added
           display "  Subscribers updated : " subscribers-updated
           display "  Subscribers dropped : " subscribers-dropped
           display "  Records rejected    : " records-rejected
       .

       close-files section.
           close csv-file
           if registry-open = 1
               close airsubs-file
           end-if
       .

       end program airsbld.
