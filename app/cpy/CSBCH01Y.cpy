      * Consuming Programs (reader):
      *   COADM03C - Batch pipeline status dashboard (admin menu)
      *
      * Run history: this record holds only the latest run, so
      * every writer also passes it to CSBRHLOG beside each
      * write -- the start and the end (or failure) of every
      * run are kept on BATCHHST (CVBRH01Y.cpy) for the
      * CBRHS01C SLA and trend reports.
      *
      * Update pattern: same read-then-create-or-update pattern as
      * TRAN-CAT-BAL-RECORD in CVTRA01Y.cpy (see CBTRN02C.cbl
      * paragraph 2700-UPDATE-TCATBAL) -- READ by key; INVALID KEY
