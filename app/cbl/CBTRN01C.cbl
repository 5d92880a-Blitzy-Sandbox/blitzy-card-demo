           SET BATCH-STATUS-FAILED          TO TRUE
           MOVE 8                           TO BATCH-RETURN-CD
           REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
      * Completes this run's BATCHHST history row as failed
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           PERFORM 8900-BATCHSTS-CLOSE
           MOVE 'C' TO WS-ALERT-SEVERITY
           PERFORM 8700-RAISE-ALERT
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM Z-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
