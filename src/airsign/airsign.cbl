      *
      * Sign-on verifier called by the airport front end before the
      * master file is ever opened. Checks the entered password
      * against the credentials file (dd_credentials, held as a
      * salted one-way hash - see aircred.cpy), locks the id after
      * three straight failures, forces a password change when the
      * stored one is past its age limit (or the row says so, or was
      * seeded with no password, or still carries the old scrambled
      * form), and hands back the verified identity for the audit
      * and authority checks downstream. A new password has to meet
      * the site's complexity rule and must not be the current one
      * or any of the last few; the site parameters (dd_site_params)
      * PW-MIN-LENGTH, PW-MIN-CLASSES (of upper case, lower case,
      * digits and others) and PW-HISTORY override the shipped
      * 8, 2 and 5. A refused new password comes back as PC with the
      * reason, so the front end simply asks again. A site with no
      * credentials file configured gets status NC and carries on
      * unverified - the pre-sign-on behaviour - until the file is
      * put in place.
           file status is aircred-status
           access dynamic.

       select siteparams-file assign siteparams-file-name
           organization line sequential
           file status is siteparams-status.

       data division.
       fd aircred-file.
       01 cr-rec.
       copy "aircred.cpy" replacing ==(prefix)== by ==cr==.

       fd siteparams-file.
       01 siteparams-rec               pic x(40).

       working-storage section.
       01 aircred-file-name            pic x(80).
       01 aircred-status               pic xx.
       78 aircred-dat                  value "dd_credentials".
       78 max-failures                 value 3.
       78 password-age-days            value 90.
       01 siteparams-file-name         pic x(80).
       01 siteparams-status            pic xx.
       78 siteparams-dat               value "dd_site_params".
       01 siteparams-more              pic x.
       01 siteparam-name               pic x(20).
       01 siteparam-value              pic x(15).

      *> password rules, shipped values until the site says otherwise
       01 pw-min-length                pic 9(2) value 8.
       01 pw-min-edit                  pic z9.
       01 pw-min-classes               pic 9 value 2.
       01 pw-history-kept              pic 9 value 5.

       01 today-date                   pic x(8).
       01 now-stamp                    pic x(21).
       01 pw-scrambled                 pic x(12).
       01 pw-idx                       pic 9(2).
       01 pw-ord                       pic 9(3).
       01 pw-length                    pic 9(2).
       01 pw-classes                   pic 9.
       01 pw-class-seen.
           03 pw-has-upper             pic x.
           03 pw-has-lower             pic x.
           03 pw-has-digit             pic x.
           03 pw-has-other             pic x.
       01 pw-refusal                   pic x(40).
       01 hist-idx                     pic 9.

      *> the one-way digest: two running sums under different primes
      *> over salt, id and password, folded back on themselves for a
      *> fixed number of rounds so each guess costs the same work
       78 hash-modulus-1               value 999999937.
       78 hash-modulus-2               value 999999929.
       78 hash-rounds                  value 500.
       01 hash-input.
           03 hash-salt                pic 9(9).
           03 hash-operator            pic x(8).
           03 hash-password            pic x(12).
           03 hash-carry               pic 9(18).
       01 hash-length                  pic 9(2) value 47.
       01 hash-idx                     pic 9(2).
       01 hash-round                   pic 9(4).
       01 hash-byte                    pic 9(3).
       01 hash-sum-1                   pic 9(18).
       01 hash-sum-2                   pic 9(18).
       01 hash-result                  pic 9(18).

       01 salt-seed                    pic 9(9).
       01 salt-fraction                comp-2.
       01 salt-drawn                   pic 9 value 0.

       linkage section.
       copy "airsignp.cpy" replacing ==(sg-prefix)== by ==sg==.
           move "00" to sg-status
           move function current-date to now-stamp
           move now-stamp(1:8) to today-date
           perform load-password-rules

           display aircred-dat upon environment-name
           accept aircred-file-name from environment-value
               when cr-is-locked
                   move "LK" to sg-status
                   move "Operator id is locked" to sg-message
               when cr-pw-hashed
                   move cr-salt to hash-salt
                   move sg-password to hash-password
                   perform work-password-hash
                   if hash-result = cr-pw-hash
                       perform accept-sign-on
                   else
                       perform count-failed-attempt
                   end-if
               when cr-pw-legacy
      *> carried over from the scrambled layout: the old password
      *> gets the holder in this once, straight into a change
                   move sg-password to pw-clear
                   perform scramble-password
                   if pw-scrambled = cr-password
                       move "Y" to cr-force-change
                       perform accept-sign-on
                   else
                       perform count-failed-attempt
                   end-if
               when other
      *> freshly seeded row: any entered password is taken, but a
      *> new one has to be set before sign-on completes
                   perform force-password-change
           end-evaluate
       .

               move "PC" to sg-status
               move "Password change required" to sg-message
           else
               perform check-new-password
               if pw-refusal not = spaces
                   move 0 to cr-fail-count
                   rewrite cr-rec
                   move "PC" to sg-status
                   move pw-refusal to sg-message
                   exit section
               end-if
               perform store-new-password
               move today-date to cr-last-change
               move "N" to cr-force-change
               move 0 to cr-fail-count
           end-if
       .

       check-new-password section.
       *> complexity first, then the current password and the kept
       *> history, each tried under the salt it was hashed with
           move spaces to pw-refusal
           move sg-new-password to pw-clear
           move "NNNN" to pw-class-seen
           move 0 to pw-length
           perform varying pw-idx from 1 by 1 until pw-idx > 12
               if pw-clear(pw-idx:1) not = space
                   move pw-idx to pw-length
               end-if
               evaluate true
                   when pw-clear(pw-idx:1) = space
                       continue
                   when pw-clear(pw-idx:1) >= "A"
                           and pw-clear(pw-idx:1) <= "Z"
                       move "Y" to pw-has-upper
                   when pw-clear(pw-idx:1) >= "a"
                           and pw-clear(pw-idx:1) <= "z"
                       move "Y" to pw-has-lower
                   when pw-clear(pw-idx:1) >= "0"
                           and pw-clear(pw-idx:1) <= "9"
                       move "Y" to pw-has-digit
                   when other
                       move "Y" to pw-has-other
               end-evaluate
           end-perform
           move 0 to pw-classes
           inspect pw-class-seen tallying pw-classes for all "Y"
           if pw-length < pw-min-length
               move pw-min-length to pw-min-edit
               string "New password needs " delimited by size
                      function trim(pw-min-edit) delimited by size
                      " characters or more" delimited by size
                      into pw-refusal
               exit section
           end-if
           if pw-classes < pw-min-classes
               string "New password needs " delimited by size
                      pw-min-classes delimited by size
                      " kinds of character" delimited by size
                      into pw-refusal
               exit section
           end-if

           move sg-new-password to hash-password
           if cr-pw-hashed
               move cr-salt to hash-salt
               perform work-password-hash
               if hash-result = cr-pw-hash
                   move "New password is the current one"
                       to pw-refusal
                   exit section
               end-if
           end-if
      *> a row still on the old scramble is forced to change, and
      *> the change must not hand back the password it came with
           if cr-pw-legacy
               perform scramble-password
               if pw-scrambled = cr-password
                   move "New password is the current one"
                       to pw-refusal
                   exit section
               end-if
           end-if
           perform varying hist-idx from 1 by 1
                   until hist-idx > pw-history-kept
               if cr-old-hash(hist-idx) not = 0
                   move cr-old-salt(hist-idx) to hash-salt
                   perform work-password-hash
                   if hash-result = cr-old-hash(hist-idx)
                       move "New password was used recently"
                           to pw-refusal
                       exit section
                   end-if
               end-if
           end-perform
       .

       store-new-password section.
       *> the outgoing hash moves onto the history, then the new
       *> password is hashed under a freshly drawn salt
           if cr-pw-hashed
               perform varying hist-idx from 5 by -1
                       until hist-idx < 2
                   move cr-pw-history(hist-idx - 1)
                       to cr-pw-history(hist-idx)
               end-perform
               move cr-salt to cr-old-salt(1)
               move cr-pw-hash to cr-old-hash(1)
           end-if
           perform draw-salt
           move salt-seed to cr-salt hash-salt
           move sg-new-password to hash-password
           perform work-password-hash
           move hash-result to cr-pw-hash
           move "H" to cr-pw-scheme
           move spaces to cr-password
       .

       draw-salt section.
       *> the generator is seeded once per call from the clock and
       *> the id, then drawn from; a zero salt is never handed out
           if salt-drawn = 0
               move 0 to salt-seed
               perform varying pw-idx from 1 by 1 until pw-idx > 8
                   compute salt-seed = function mod(salt-seed * 31
                       + function ord(cr-operator-id(pw-idx:1)),
                       hash-modulus-1)
               end-perform
               compute salt-seed = function mod(salt-seed
                   + function numval(now-stamp(9:8)), hash-modulus-1)
               compute salt-fraction = function random(salt-seed)
               move 1 to salt-drawn
           end-if
           compute salt-fraction = function random
           compute salt-seed = salt-fraction * 999999998 + 1
       .

       work-password-hash section.
           move cr-operator-id to hash-operator
           move 0 to hash-carry
           move hash-salt to hash-sum-1
           compute hash-sum-2 = function mod(hash-salt * 7919,
                                             hash-modulus-2)
           perform varying hash-round from 1 by 1
                   until hash-round > hash-rounds
               perform varying hash-idx from 1 by 1
                       until hash-idx > hash-length
                   compute hash-byte =
                       function ord(hash-input(hash-idx:1))
                   compute hash-sum-1 =
                       function mod(hash-sum-1 * 256 + hash-byte,
                                    hash-modulus-1)
                   compute hash-sum-2 =
                       function mod(hash-sum-2 * 251 + hash-byte
                                    + hash-sum-1, hash-modulus-2)
               end-perform
               compute hash-carry = hash-sum-1 * 1000000000
                                    + hash-sum-2
           end-perform
           move hash-carry to hash-result
       .

       load-password-rules section.
       *> the same name,value parse aircode's load-site-params
       *> does, for the rows sign-on cares about
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
                       perform apply-password-rule
               end-read
           end-perform
           if siteparams-status = "00" or siteparams-status = "10"
               close siteparams-file
           end-if
       .

       apply-password-rule section.
           move spaces to siteparam-name siteparam-value
           unstring siteparams-rec delimited by ","
               into siteparam-name siteparam-value
           end-unstring
           if siteparam-value = spaces
               exit section
           end-if
      *> held to what the record and the screen can carry
           evaluate function upper-case(siteparam-name)
               when "PW-MIN-LENGTH"
                   compute pw-min-length =
                       function numval(siteparam-value)
                   if pw-min-length > 12 or pw-min-length = 0
                       move 8 to pw-min-length
                   end-if
               when "PW-MIN-CLASSES"
                   compute pw-min-classes =
                       function numval(siteparam-value)
                   if pw-min-classes > 4 or pw-min-classes = 0
                       move 2 to pw-min-classes
                   end-if
               when "PW-HISTORY"
                   compute pw-history-kept =
                       function numval(siteparam-value)
                   if pw-history-kept > 5
                       move 5 to pw-history-kept
                   end-if
               when other
                   continue
           end-evaluate
       .

       scramble-password section.
       *> the old positional scramble, kept only to let scheme L rows
       *> sign on once more and change to a hashed password
           move spaces to pw-scrambled
           perform varying pw-idx from 1 by 1 until pw-idx > 12
               compute pw-ord = function ord(pw-clear(pw-idx:1))
