      * Consuming Programs:
      *   CORDM00C  - Redemption entry/cancel screen
      *   CBRDM01C  - Nightly redemption posting batch
      *   CBPRF01C  - Profitability (posted redemptions are the
      *               account's rewards cost)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-REWARD-POINTS, the balance drawn
