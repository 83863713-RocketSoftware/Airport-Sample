      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Builds the message catalogue from a CSV extract, one message
      * text per line:
      *
      *     message-id,language,text
      *
      * e.g. "APNOTFND,ES,Aeropuerto &1 no encontrado" - the id the
      * programs name the message by, the two-letter language (EN
      * for the English rows) and the text, everything after the
      * second comma, commas and all, with &1-&4 where the values
      * go. The catalogue is rebuilt from scratch on each run. A
      * line with no id or text, a language that is not two
      * letters, or a second line for the same id and language is
      * rejected.
      *
      ******************************************************************
       program-id. airmsld.

       select csv-file assign csv-file-name
           organization line sequential
           file status is csv-status.

       select airmsg-file assign airmsg-file-name
           organization indexed
           record key is mg-key with no duplicates
           file status is airmsg-status
           access dynamic.

       data division.
       fd csv-file.
       01 csv-rec                      pic x(100).

       fd airmsg-file.
       01 mg-rec.
       copy "airmsg.cpy" replacing ==(prefix)== by ==mg==.

       working-storage section.
       01 csv-file-name                pic x(80).
       01 airmsg-file-name             pic x(80).
       01 csv-status                   pic xx.
       01 airmsg-status                pic xx.
       78 csv-dat                      value "dd_message_feed".
       78 airmsg-dat                   value "dd_messages".

       01 more-input                   pic x value "Y".
           88 no-more-input            value "N".

       01 csv-fields.
           03 csv-msg-id               pic x(8).
           03 csv-language             pic x(2).
           03 csv-text                 pic x(60).
       01 csv-ptr                      pic 9(3).

       01 load-counters.
           03 records-read             pic 9(5) value 0.
           03 records-loaded           pic 9(5) value 0.
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
                       perform load-one-message
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

           display airmsg-dat upon environment-name
           accept airmsg-file-name from environment-value
           open output airmsg-file
       .

       load-one-message section.
           initialize csv-fields
           move 1 to csv-ptr
           unstring csv-rec delimited by ","
               into csv-msg-id csv-language
               with pointer csv-ptr
           end-unstring
           if csv-ptr <= 100
               move csv-rec(csv-ptr:) to csv-text
           end-if
           move function upper-case(csv-language) to csv-language
           if csv-msg-id = spaces or csv-text = spaces
                   or csv-language(1:1) not alphabetic-upper
                   or csv-language(2:1) not alphabetic-upper
                   or csv-language(1:1) = space
                   or csv-language(2:1) = space
               add 1 to records-rejected
               exit section
           end-if
           initialize mg-rec
           move function upper-case(csv-msg-id) to mg-msg-id
           move csv-language to mg-language
           move csv-text to mg-text
           write mg-rec
               invalid key
                   add 1 to records-rejected
               not invalid key
                   add 1 to records-loaded
           end-write
       .

       display-summary section.
           display "Message catalogue load complete"
           display "  Records read     : " records-read
           display "  Records loaded   : " records-loaded
           display "  Records rejected : " records-rejected
       .

       close-files section.
           close csv-file
           close airmsg-file
       .

       end program airmsld.
