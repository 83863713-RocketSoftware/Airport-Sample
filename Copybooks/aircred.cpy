      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************
      *
      * One operator's sign-on credentials. The password is held as
      * a salted one-way hash: a salt drawn at random each time the
      * password is set and an 18-digit digest of salt, id and
      * password that airsign recomputes at sign-on - nothing on the
      * row turns back into the password. The last few digests (with
      * their salts) are kept so an old password cannot come round
      * again. Rows carried over by airccnv from the old scrambled
      * layout keep the scrambled form under scheme L just long
      * enough for one last sign-on, which forces a change to a
      * hashed password; a row seeded with no password at all (blank
      * scheme) takes any password once and forces a change too.
      *
      ******************************************************************

           03  (prefix)-operator-id   pic x(8).
      *> old scrambled form - scheme L rows only, spaces otherwise
           03  (prefix)-password      pic x(12).
           03  (prefix)-fail-count    pic 9.
           03  (prefix)-locked        pic x.
           03  (prefix)-last-change   pic x(8).
           03  (prefix)-force-change  pic x.
               88  (prefix)-must-change value "Y".
           03  (prefix)-pw-scheme     pic x.
               88  (prefix)-pw-hashed  value "H".
               88  (prefix)-pw-legacy  value "L".
               88  (prefix)-pw-seeded  value " ".
           03  (prefix)-salt          pic 9(9).
           03  (prefix)-pw-hash       pic 9(18).
      *> most recent first; unused slots are zero
           03  (prefix)-pw-history occurs 5.
               05  (prefix)-old-salt  pic 9(9).
               05  (prefix)-old-hash  pic 9(18).
