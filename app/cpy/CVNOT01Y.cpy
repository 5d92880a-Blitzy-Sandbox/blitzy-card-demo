      *   COACTVWC  - Account view: shows the NOTES indicator
      *               when any note exists for the account,
      *               PF6 opens the notes screen
      *   CBDLR02C  - Dialer call-result intake (writes one
      *               note per call result, user 'DIALER')
      *
       01  ACCT-NOTE-RECORD.
      * --- Record key (bytes 1-25): account + timestamp ---
