      ******************************************************************
      *
      * (C) Copyright 1984-2024 Rocket Software, Inc. or one of its
      * affiliates. All Rights Reserved.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * One row of the message catalogue: the text of one screen or
      * answer message in one language, keyed by the message id the
      * programs name it by and the two-letter language code (EN for
      * English). Markers &1 to &4 in the text stand for the values
      * the program fills in, and may sit wherever the language
      * wants them.
      *
      ******************************************************************

           03  (prefix)-key.
               05  (prefix)-msg-id     pic x(8).
               05  (prefix)-language   pic x(2).
           03  (prefix)-text           pic x(60).
