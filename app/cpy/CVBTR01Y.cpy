      *   COBTR00C  - Transfer request/cancel screen
      *   CBBTR01C  - Funding extract, confirmation match,
      *               posting, and aging report batch
      *   CBCMP02C  - Campaign response match (a transfer
      *               answers a balance transfer offer)
      *
      * Cross-References:
      *   CVTRA03Y.cpy - transaction type '10' Balance Transfer
