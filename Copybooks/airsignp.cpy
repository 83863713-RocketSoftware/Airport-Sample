      * coming back:
      *     00 - verified (or password just changed)
      *     PC - password change required; re-present with new-password
      *          (also when the new password offered was refused -
      *          the message says why)
      *     LK - operator id locked after repeated failures
      *     05 - sign-on failed (wrong id or password)
      *     NC - no credentials file configured; identity unverified
