         05  WS-CRLIMIT-FILED-FLAG                 PIC X(1)
                                                    VALUE 'N'.
           88  WS-CRLIMIT-JUST-FILED                VALUE 'Y'.
      * WS-CRLIMIT-AUTO-FLAG: set by 9565 when a credit-limit
      * increase was small enough to apply immediately, so 9560
      * records it as approved ('L') once the REWRITE lands --
      * an auto-approved increase is still an increase the
      * fraud scans need to see.
         05  WS-CRLIMIT-AUTO-FLAG                  PIC X(1)
                                                    VALUE 'N'.
           88  WS-CRLIMIT-JUST-AUTO-APPROVED        VALUE 'Y'.
      ******************************************************************
      *      File and data Handling
      ******************************************************************
                       PERFORM 9700-WRITE-CRLIMIT-AUDIT
                          THRU 9700-WRITE-CRLIMIT-AUDIT-EXIT
                    END-IF
                    IF WS-CRLIMIT-JUST-AUTO-APPROVED
                       MOVE 'L'                  TO WS-CRAUDIT-ACTION-CD
                       PERFORM 9700-WRITE-CRLIMIT-AUDIT
                          THRU 9700-WRITE-CRLIMIT-AUDIT-EXIT
                    END-IF
                 WHEN OTHER
                    SET INPUT-ERROR           TO TRUE
                    MOVE 'REWRITE'            TO ERROR-OPNAME
                                   WS-CRLIMIT-AUTO-APPROVE-MAX
              MOVE WS-CREDIT-LIMIT-N    TO ACCT-CREDIT-LIMIT
              SET ACCT-MODIFIED-YES     TO TRUE
              SET WS-CRLIMIT-JUST-AUTO-APPROVED TO TRUE
              GO TO 9565-EVALUATE-CREDIT-LIMIT-CHANGE-EXIT
           END-IF

           MOVE LIT-THISPGM       TO AUD-PGM-NAME
           MOVE WS-ACCT-RID-ACCT-ID-X
                                  TO WS-CRAUDIT-ACCT-ID
      * An auto-approved increase was never filed: its amount
      * is the limit just applied
           IF WS-CRLIMIT-JUST-AUTO-APPROVED
              MOVE ACCT-CREDIT-LIMIT
                                  TO WS-CRAUDIT-AMT-E
           ELSE
              MOVE ACCT-CRLIMIT-REQ-AMT
                                  TO WS-CRAUDIT-AMT-E
           END-IF
           STRING 'Credit limit request for account '
                  WS-CRAUDIT-ACCT-ID      DELIMITED BY SIZE
                  ' amount '              DELIMITED BY SIZE
