      * operator APPROVES or HOLDS the cycle; CBPDC01C refuses
      * to advance the business date until an APPROVED record
      * exists for it. Approvals and holds also write AUDITLOG.
      * An administrator may instead record an OVERRIDE: the
      * cycle proceeds without balancing review for this date
      * and, during a multi-day catch-up (CBCUP01C), for every
      * later date through EOD-OVERRIDE-THRU. CBCUP01C writes
      * an override record of its own, carrying the same
      * operator, for each later date it passes under it.
      * No approval is recorded while the GL-to-subledger
      * reconciliation (CBGLR01C) last ended with an
      * unexplained break.
      *
      * Primary key: EOD-DATE (10 bytes, position 1), the
      * business date being signed off.
      * Consuming Programs:
      *   COEOD00C  - Balancing sign-off screen
      *   CBPDC01C  - Business-date advance (the gate)
      *   CBCUP01C  - Catch-up driver (the gate between dates)
      *
       01  CYCLE-SIGNOFF-RECORD.
      * --- Record key (bytes 1-10): the business date ---
           05  EOD-VERDICT                       PIC X(01).
               88  EOD-APPROVED                  VALUE 'A'.
               88  EOD-HELD                      VALUE 'H'.
               88  EOD-OVERRIDDEN                VALUE 'O'.
      * --- Who signed, and when (bytes 12-33) ---
           05  EOD-OPERATOR                      PIC X(08).
           05  EOD-TS                            PIC X(14).
      * --- Override reach: the last business date a catch-up
      *     may pass without sign-off (bytes 34-43); spaces
      *     unless EOD-OVERRIDDEN ---
           05  EOD-OVERRIDE-THRU                 PIC X(10).
      * --- Reserved space (bytes 44-60) ---
           05  FILLER                            PIC X(17).
