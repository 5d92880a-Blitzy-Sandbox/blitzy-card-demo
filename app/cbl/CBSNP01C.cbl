      * Runs at end of cycle, after posting and interest. Reads
      * every ACCTDAT record and appends one dated snapshot
      * (CVSNP01Y.cpy) -- balance, cycle credit/debit, credit
      * limit, delinquency stage and open month -- keyed by
      * account and the PARM business date.
      * This is the day-over-day record the balance trend report
      * (CBSNP02C) and any as-of-date research reads; a rerun of
      * the same date overwrites its own snapshots rather than
           MOVE ACCT-CURR-CYC-CREDIT TO SNP-CURR-CYC-CREDIT
           MOVE ACCT-CURR-CYC-DEBIT  TO SNP-CURR-CYC-DEBIT
           MOVE ACCT-CREDIT-LIMIT    TO SNP-CREDIT-LIMIT
           EVALUATE TRUE
               WHEN ACCT-IS-CHARGED-OFF
                   SET SNP-STAGE-CHARGED-OFF TO TRUE
               WHEN ACCT-DELINQ-CURRENT
                   SET SNP-STAGE-CURRENT     TO TRUE
               WHEN OTHER
                   MOVE ACCT-DELINQ-STAGE    TO SNP-DELINQ-STAGE
           END-EVALUATE
           MOVE ACCT-OPEN-DATE(1:7)  TO SNP-OPEN-MONTH

           WRITE FD-BALSNAP-REC FROM BAL-SNAPSHOT-RECORD
           EVALUATE BALSNAP-STATUS
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
