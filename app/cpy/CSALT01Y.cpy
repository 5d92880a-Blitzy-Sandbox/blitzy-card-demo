      *   CBTRN04C  - reconciliation OUT OF BALANCE (critical)
      *   CBTRN02C  - posting reject count over threshold
      *               (warning)
      *   CBGLR01C  - GL-to-subledger receivable break with no
      *               likely source (critical)
      *   COC3600C  - a caller failing the phone identity check
      *               for the third time in a day on an account
      *               (critical -- the account is locked to phone
      *               servicing for the rest of the day)
      *   CBRHS01C  - a batch job over its SLA elapsed target,
      *               past its end-by deadline, or well over its
      *               30-day average elapsed (warning -- raised
      *               under the breaching job's name)
      *   CBBKP01C  - a master file backup or restore that
      *               failed or was refused (critical)
      *   CBRIS01C  - a satellite file with referential breaks
      *               (warning -- raised under the name of the
      *               program that maintains the file)
      *   CSFRGCHK  - an inbound file refused by the file
      *               registry as a duplicate or out of sequence,
      *               or the registry unavailable (critical --
      *               raised under the intake program's name)
      *   CBWQS01C  - a review queue with items open past their
      *               SLA due date (warning -- raised under the
      *               name of the queue's own screen program)
      * Lifecycle: raised OPEN; the viewer records the
      * acknowledging user and timestamp on acknowledge, and
      * closes worked alerts.
      *
      * Consuming Programs:
      *   CBTRN02C / CBTRN04C - raise alerts
      *   CBGLR01C  - raises alerts
      *   COC3600C  - raises caller identity-check alerts
      *   CBRHS01C  - raises batch SLA alerts
      *   CBBKP01C  - raises backup / restore alerts
      *   CBRIS01C  - raises referential integrity alerts
      *   CSFRGCHK  - raises inbound file registry alerts
      *   CBWQS01C  - raises work-queue SLA alerts
      *   COALT00C  - alert viewer (acknowledge/close)
      *
       01  ALERT-RECORD.
