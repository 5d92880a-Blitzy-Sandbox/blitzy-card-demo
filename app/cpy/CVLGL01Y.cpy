      *   CBHKP01C  - Housekeeping purge (skips held entities)
      *   CBARC01C  - Transaction archive (skips held entities)
      *   COCMG00C  - Customer merge (refuses held customers)
      *   CBAGY01C  - Collection agency placement (neither
      *               places nor leaves a held entity with an
      *               agency)
      *   CBCMP01C  - Campaign target list build (never
      *               solicits a held entity)
      *
       01  LEGAL-HOLD-RECORD.
      * --- Composite key (bytes 1-12) ---
