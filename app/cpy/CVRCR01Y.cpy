      * Consuming Programs:
      *   CBRCR01C  - Monthly detection batch (rebuilds)
      *   CBTRN02C  - Posting-time recurring flag
      *   CBABU01C  - Account-updater response report (which
      *               recurring merchants took a card change)
      *
       01  RECURRING-MERCHANT-RECORD.
      * --- Composite key (bytes 1-25) ---
