      *               prints the charge-off/recovery report)
      *   CBTRN02C  - Posting engine (applies payments on
      *               charged-off accounts as recoveries)
      *   CBAGY01C  - Collection agency placement (places open
      *               remainders with outside agencies; agency
      *               collections come back net of commission
      *               through CBAGY02C and post as recoveries
      *               like any other payment)
      *   CBSTL01C  - Settlement processing (marks the row
      *               SETTLED when a settlement offer is paid)
      *   COSTL00C  - Settlement offer screen (reads the open
      *               remainder a charged-off offer settles)
      *   CBPRF01C  - Profitability (charge-off loss and
      *               recoveries by account)
      *   CBCRP01C  - Call report (quarter's charge-offs and
      *               recoveries)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-CHARGEOFF-FLAG/-DATE
           05  RCV-STATUS                        PIC X(01).
               88  RCV-STATUS-OPEN               VALUE 'O'.
               88  RCV-STATUS-RECOVERED          VALUE 'F'.
      * Settled for less (CBSTL01C): the customer paid an agreed
      * settlement and the unrecovered remainder was forgiven --
      * nothing further is collectible
               88  RCV-STATUS-SETTLED            VALUE 'S'.
      * --- Date of the most recent recovery, YYYY-MM-DD
      *     (bytes 47-56; spaces until one posts) ---
           05  RCV-LAST-RECOVERY-DATE            PIC X(10).
