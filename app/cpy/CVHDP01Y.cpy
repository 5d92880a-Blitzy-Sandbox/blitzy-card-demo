      *   COHDP00C  - Plan enrollment/cancellation screen
      *   CBACT04C  - Honors plan rate and plan minimum payment
      *   CBHDP01C  - Monthly broken-plan review batch
      *   CBACR01C  - Daily interest accrual at the plan rate
      *
      * Cross-References:
      *   CVACT01Y.cpy - the account the plan covers
