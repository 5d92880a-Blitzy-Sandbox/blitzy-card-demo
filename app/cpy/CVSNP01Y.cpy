      * appended by CBSNP01C at end of cycle. Once posting
      * rewrites ACCT-CURR-BAL the prior value is gone from the
      * master; this file is where yesterday's balance lives.
      * Each row also carries the account's delinquency stage
      * and the month it was opened, so the last snapshot of a
      * month stands as the month-end position the roll-rate
      * and vintage reports (CBSNP04C) are built from. Rows
      * written before these fields were captured carry spaces
      * there and are passed over by those reports.
      *
      * Composite primary key (21 bytes):
      *   SNP-ACCT-ID (11) + SNP-BUS-DATE (10)
      * Consuming Programs:
      *   CBSNP01C  - end-of-cycle snapshot writer
      *   CBSNP02C  - balance history report over a date range
      *   CBSNP04C  - roll-rate and vintage performance report
      *   CBCRP01C  - call report (quarterly average balance)
      *
      * Cross-References:
      *   CVACT01Y.cpy - the account fields snapshotted here
           05  SNP-CURR-CYC-CREDIT               PIC S9(10)V99.
           05  SNP-CURR-CYC-DEBIT                PIC S9(10)V99.
           05  SNP-CREDIT-LIMIT                  PIC S9(10)V99.
      * --- Delinquency position as of that date (byte 70):
      *     ACCT-DELINQ-STAGE with current shown as '0', or 'C'
      *     once the account is charged off ---
           05  SNP-DELINQ-STAGE                  PIC X(01).
               88  SNP-STAGE-CURRENT             VALUE '0'.
               88  SNP-STAGE-30                  VALUE '1'.
               88  SNP-STAGE-60                  VALUE '2'.
               88  SNP-STAGE-90                  VALUE '3'.
               88  SNP-STAGE-120-PLUS            VALUE '4'.
               88  SNP-STAGE-CHARGED-OFF         VALUE 'C'.
               88  SNP-STAGE-DELINQUENT          VALUE '1' '2' '3'
                                                       '4' 'C'.
      * --- Month the account was opened, YYYY-MM, from
      *     ACCT-OPEN-DATE -- the vintage cohort (bytes 71-77) ---
           05  SNP-OPEN-MONTH                    PIC X(07).
      * --- Reserved space (bytes 78-80) ---
           05  FILLER                            PIC X(03).
