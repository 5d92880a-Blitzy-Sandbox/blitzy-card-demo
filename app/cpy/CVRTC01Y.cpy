      * NOTICED -- the proof of notice for every repricing. On
      * the effective date the same batch applies the new rate
      * to DISCGRP and marks the change APPLIED. The screen may
      * CANCEL a change not yet applied. CBIDX01C also files a
      * change here, with a 45-day effective date, when a
      * variable-rate group's terms are changed and the repriced
      * rate is higher (see CVVRT01Y.cpy); an index move alone
      * needs no notice and never comes through this file.
      *
      * Consuming Programs:
      *   CORTC00C  - Pending rate change filing/cancel screen
      *   CBRTC01C  - Notice extract + effective-date apply batch
      *   CBIDX01C  - Files variable-rate terms increases
      *
      * Cross-References:
      *   CVTRA02Y.cpy - the DISCGRP row the change reprices
