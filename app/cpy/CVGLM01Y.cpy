      *   COGLM00C  - Mapping list browse (admin)
      *   COGLM01C  - Mapping maintenance screen (admin)
      *   CBGLM01C  - Effective-dated change apply batch
      *   CBCEL01C  - CECL allowance build/release journal
      *               (its own 'CL'/0000 row)
      *   CBACR01C  - Daily interest accrual journal (its own
      *               'AI'/0000 row)
      *
      * Cross-References:
      *   CVTRA03Y.cpy / CVTRA04Y.cpy - type/category codes
