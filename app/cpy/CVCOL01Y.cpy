      * largest-balance-first:
      *   CWQ-SORT-STAGE: delinquency stage folded so the worst
      *     stage collates lowest ('5' = 120+ ... '8' = 30 days;
      *     computed as 9 - ACCT-DELINQ-STAGE). An account with
      *     a broken promise to pay sorts ahead of all of them
      *     ('1' ... '4', see CWQ-PTP-STATUS).
      *   CWQ-INV-BAL: the balance in cents subtracted from all
      *     nines, so larger balances collate lower
      *   CWQ-ACCT-ID: the account, making the key unique
      *   CBACT04C  - rebuilds the queue at cycle close
      *   COCOL00C  - collections work-queue list browse
      *   COCOL01C  - contact-outcome recording screen
      *   CBDLR01C  - nightly predictive-dialer extract
      *   CBDLR02C  - dialer call-result intake (records the
      *               outcome, timestamp and dialer agent)
      *   CBPTP01C  - nightly promise-to-pay evaluation (sets
      *               CWQ-PTP-STATUS, re-keys broken promises)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-DELINQ-STAGE / ACCT-MIN-PAY-DUE
      *   CVPTP01Y.cpy - promises behind CWQ-PTP-STATUS
      *   CSUSR01Y.cpy - SEC-USR-ID recorded on a contact
      *
       01  COLLECT-WQ-RECORD.
               88  CWQ-OUTCOME-DISPUTED          VALUE 'D'.
               88  CWQ-OUTCOME-ARRANGEMENT       VALUE 'A'.
               88  CWQ-OUTCOME-UNCOLLECTIBLE     VALUE 'X'.
      * Set only by the CBDLR02C dialer result intake: the
      * dialer found the number wrong or disconnected
               88  CWQ-OUTCOME-BAD-NUMBER        VALUE 'W'.
           05  CWQ-CONTACT-USR-ID                PIC X(08).
      * --- Promise-to-pay standing (byte 83), set by COCOL01C
      *     when promises are taken and by the CBPTP01C nightly
      *     evaluation (PROMISE, CVPTP01Y.cpy), and carried
      *     forward across queue rebuilds with the contact:
      *     'O' an open promise: the account is held off the
      *         COCOL00C list and the CBDLR01C dialer extract
      *         until the promise settles
      *     'B' a broken or short-paid promise: the account is
      *         re-queued ahead of every account not in that
      *         state -- CWQ-SORT-STAGE becomes 5 - stage ('1'
      *         = 120+ ... '4' = 30 days) -- until a collector
      *         records the next contact ---
           05  CWQ-PTP-STATUS                    PIC X(01).
               88  CWQ-PTP-NONE                  VALUE SPACES.
               88  CWQ-PTP-OPEN                  VALUE 'O'.
               88  CWQ-PTP-BROKEN                VALUE 'B'.
      * --- Reserved space (bytes 84-90) ---
           05  FILLER                            PIC X(07).
