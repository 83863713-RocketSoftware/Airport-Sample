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
      * Parameter area for the airmsg message catalogue service.
      * The caller names the message by its catalogue id, with the
      * English text in text as it has always read and the values
      * for its &1-&4 markers in the args. The text comes back in
      * language (blank for English) when the catalogue holds it
      * in that language, else as the catalogue's English row, else
      * as the caller's own text, with the markers filled in from
      * the args either way. found comes back "Y" only when the
      * language's own row was used.
      *
      ******************************************************************

       01 (mx-prefix)-message-area.
           03 (mx-prefix)-language         pic x(2).
           03 (mx-prefix)-msg-id           pic x(8).
           03 (mx-prefix)-args.
               05 (mx-prefix)-arg-1        pic x(30).
               05 (mx-prefix)-arg-2        pic x(30).
               05 (mx-prefix)-arg-3        pic x(30).
               05 (mx-prefix)-arg-4        pic x(30).
           03 (mx-prefix)-text             pic x(60).
           03 (mx-prefix)-found            pic x.
               88 (mx-prefix)-translated   value "Y".
