      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * Message catalogue service. The screen and answer messages
      * live on the catalogue (dd_messages, airmsg.cpy) keyed by
      * message id and language, so a desk can be answered in its
      * operator's own language (the language on airpref) without
      * a program change for every new translation. A message
      * missing in the language falls back to its English row, and
      * one missing altogether to the English text the caller
      * passed, so the screens read exactly as they always have
      * until the catalogue is loaded (airmsld). Markers &1-&4 in
      * the text are filled from the caller's values, trailing
      * blanks dropped. See airmsgp.cpy for the parameter area.
      *
      ******************************************************************
       program-id. airmsg.

       select airmsg-file assign airmsg-file-name
           organization indexed
           record key is mg-key with no duplicates
           file status is airmsg-status
           access dynamic.

       data division.
       fd airmsg-file.
       01 mg-rec.
       copy "airmsg.cpy" replacing ==(prefix)== by ==mg==.

       working-storage section.
       01 airmsg-file-name             pic x(80).
       01 airmsg-status                pic xx.
       78 airmsg-dat                   value "dd_messages".

      *> the catalogue stays open for the life of the run unit
       01 catalogue-tried              pic 9 value 0.
       01 catalogue-available          pic 9 value 0.

       01 want-language                pic x(2).
       01 template-text                pic x(60).
       01 result-text                  pic x(60).
       01 text-idx                     pic 9(2).
       01 result-ptr                   pic 9(3).
       01 marker-no                    pic 9.
       01 arg-text                     pic x(30).
       01 arg-len                      pic 9(2).

       linkage section.
       copy "airmsgp.cpy" replacing ==(mx-prefix)== by ==mx==.

       procedure division using by reference mx-message-area.
       main section.
           perform open-catalogue
           move mx-text to template-text
           move space to mx-found
           move function upper-case(mx-language) to want-language
           if want-language = spaces
               move "EN" to want-language
           end-if
           if catalogue-available = 1 and mx-msg-id not = spaces
               perform read-catalogue-text
           end-if
           perform fill-text-markers
           move result-text to mx-text
           exit program
       .

       open-catalogue section.
           if catalogue-tried = 1
               exit section
           end-if
           move 1 to catalogue-tried
           display airmsg-dat upon environment-name
           accept airmsg-file-name from environment-value
           if airmsg-file-name = spaces
               exit section
           end-if
           open input airmsg-file
           if airmsg-status = "00"
               move 1 to catalogue-available
           end-if
       .

       read-catalogue-text section.
       *> the operator's language first, then English; the caller's
       *> own text stands when neither row is on file
           move function upper-case(mx-msg-id) to mg-msg-id
           move want-language to mg-language
           read airmsg-file
               invalid key
                   continue
               not invalid key
                   move mg-text to template-text
                   if want-language not = "EN"
                       move "Y" to mx-found
                   end-if
                   exit section
           end-read
           if want-language = "EN"
               exit section
           end-if
           move "EN" to mg-language
           read airmsg-file
               invalid key
                   continue
               not invalid key
                   move mg-text to template-text
           end-read
       .

       fill-text-markers section.
       *> &1-&4 take the caller's values, trailing blanks dropped; an
       *> ampersand not followed by a marker digit is kept as text
           move spaces to result-text
           move 1 to result-ptr
           perform varying text-idx from 1 by 1 until text-idx > 60
                   or result-ptr > 60
               move 0 to marker-no
               if template-text(text-idx:1) = "&" and text-idx < 60
                   if template-text(text-idx + 1:1) >= "1"
                           and template-text(text-idx + 1:1) <= "4"
                       move template-text(text-idx + 1:1)
                           to marker-no
                   end-if
               end-if
               if marker-no = 0
                   string template-text(text-idx:1) delimited by size
                       into result-text with pointer result-ptr
                   end-string
               else
                   evaluate marker-no
                       when 1
                           move mx-arg-1 to arg-text
                       when 2
                           move mx-arg-2 to arg-text
                       when 3
                           move mx-arg-3 to arg-text
                       when other
                           move mx-arg-4 to arg-text
                   end-evaluate
                   move 30 to arg-len
                   perform until arg-len = 0
                           or arg-text(arg-len:1) not = space
                       subtract 1 from arg-len
                   end-perform
                   if arg-len > 0
                       string arg-text(1:arg-len) delimited by size
                           into result-text with pointer result-ptr
                       end-string
                   end-if
                   add 1 to text-idx
               end-if
           end-perform
       .

       end program airmsg.
