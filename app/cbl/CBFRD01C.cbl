      *     image is appended to DALYTRAN -- where CBTRN02C's
      *     full validation cascade judges it again from
      *     scratch -- and the case is marked RELEASED so it
      *     can never feed twice (account takeover and bust-out
      *     cases have no transaction and are passed by).
      *     Token-bearing images are swapped back to the real
      *     card number through the vault, the same
      *     detokenization CBREJ01C's recycle performs.
      *
      *   PARM='D yyyy-mm-dd' - REPORT: prints the daily fraud
      *     case report to FRDRPT: case counts by status,
      * the case RELEASED. The appended record goes through
      * CBTRN02C's full validation cascade on the next posting
      * run -- with the velocity counter a day older, a cleared
      * transaction normally posts clean. A cleared account
      * takeover case (CBATO01C) or bust-out case (CBBST01C)
      * carries no transaction and is left as it is.
      *---------------------------------------------------------------*
       2000-RELEASE-MODE.
           PERFORM 2100-DALYTRAN-OPEN
               IF END-OF-FILE = 'N'
                   ADD 1 TO WS-READ-COUNT
                   IF FRD-STATUS-CLEARED
                   AND FRD-CASE-TRANSACTION
                       PERFORM 2300-RELEASE-CASE-RECORD
                   END-IF
               END-IF
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
