      *              authorized operator sign:
      *                PF5 - APPROVE the cycle
      *                PF6 - HOLD the cycle
      *                PF7 - OVERRIDE the sign-off (administrators
      *                      only): the date advances without
      *                      balancing review, and a multi-day
      *                      catch-up (CBCUP01C) may pass every
      *                      later date through the OVERRIDE
      *                      THRU date keyed on the screen
      *                      (blank = this date only)
      *              The verdict lands on the SIGNOFF file
      *              (CVEOD01Y.cpy) keyed by business date;
      *              CBPDC01C refuses to advance the date without
      *              an APPROVED record. Every verdict writes one
      *              'Y' AUDITLOG record with operator and
      *              timestamp.
      *              An override releases nothing -- the online
      *              quiesce stays up until a cycle is APPROVED.
      *              An approval also releases the overnight
      *              quiesce CBTRN01C raised on ACCTDAT and
      *              TRANSACT (CVQSC01Y.cpy) -- the online
      *              programs may update again.
      *              APPROVE is refused while the GL-to-subledger
      *              reconciliation (CBGLR01C) last ended with an
      *              unexplained break (its BATCHSTS return code
      *              not 0) -- the cycle may only be HELD until a
      *              clean rerun. The payment channel cash
      *              reconciliation (CBCSR01C) holds it the same
      *              way while it has unmatched items.
      * Files:       PROCCTRL (READ, for the business date)
      *              BATCHSTS (READ x3, and CBGLR01C and CBCSR01C
      *                        on approve)
      *              SIGNOFF  (READ, WRITE, READ UPDATE, REWRITE)
      *              QUIESCE  (READ UPDATE, REWRITE on approve)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
         05 WS-BUS-DATE                PIC X(10) VALUE SPACES.
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(08) VALUE SPACES.
         05 WS-OVR-THRU                PIC X(10) VALUE SPACES.
         05 WS-JOB-LINE                PIC X(60) VALUE SPACES.
         05 WS-COUNT-E                 PIC ZZZ,ZZZ,ZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * Main entry point. Enter=refresh, PF3=back, PF5=approve,
      * PF6=hold, PF7=override (administrators only).
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

                       WHEN DFHPF6
                           MOVE 'HELD    ' TO WS-AUD-VERB
                           PERFORM RECORD-VERDICT
                       WHEN DFHPF7
                           IF CDEMO-USRTYP-ADMIN
                               MOVE 'OVERRIDE' TO WS-AUD-VERB
                               PERFORM RECORD-VERDICT
                           ELSE
                               MOVE 'Y'     TO WS-ERR-FLG
                               MOVE 'Only an administrator may overr'
                                 & 'ide the sign-off...'
                                 TO WS-MESSAGE
                               PERFORM BUILD-TOTALS-VIEW
                               PERFORM SEND-SIGNOFF-SCREEN
                           END-IF
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                          ' AT '         DELIMITED BY SIZE
                          EOD-TS         DELIMITED BY SIZE
                     INTO VERDCTO OF COEOD0AO
               WHEN EOD-OVERRIDDEN
                   MOVE SPACES TO VERDCTO OF COEOD0AO
                   STRING 'OVERRIDDEN BY '  DELIMITED BY SIZE
                          EOD-OPERATOR      DELIMITED BY SIZE
                          ' THRU '          DELIMITED BY SIZE
                          EOD-OVERRIDE-THRU DELIMITED BY SIZE
                     INTO VERDCTO OF COEOD0AO
               WHEN OTHER
                   MOVE SPACES TO VERDCTO OF COEOD0AO
                   STRING 'HELD BY '     DELIMITED BY SIZE
               PERFORM SEND-SIGNOFF-SCREEN
           END-IF

           IF WS-AUD-VERB = 'OVERRIDE'
               PERFORM CHECK-OVERRIDE-THRU
           END-IF

           IF WS-AUD-VERB = 'APPROVED'
               PERFORM CHECK-GL-RECONCILIATION
               IF NOT ERR-FLG-ON
                   PERFORM CHECK-CASH-RECONCILIATION
               END-IF
               IF ERR-FLG-ON
                   PERFORM BUILD-TOTALS-VIEW
                   PERFORM SEND-SIGNOFF-SCREEN
               END-IF
           END-IF

           INITIALIZE CYCLE-SIGNOFF-RECORD
           MOVE WS-BUS-DATE  TO EOD-DATE
           PERFORM SET-VERDICT-FIELDS
           MOVE CDEMO-USER-ID TO EOD-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO EOD-TS

                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               PERFORM SET-VERDICT-FIELDS
               MOVE CDEMO-USER-ID TO EOD-OPERATOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO EOD-TS
               EXEC CICS REWRITE
             INTO WS-MESSAGE
           PERFORM SEND-SIGNOFF-SCREEN.

      *----------------------------------------------------------------*
      *                      SET-VERDICT-FIELDS
      *----------------------------------------------------------------*
      * Sets the verdict byte for the key pressed; an override
      * also carries its reach.
       SET-VERDICT-FIELDS.
           MOVE SPACES TO EOD-OVERRIDE-THRU
           EVALUATE WS-AUD-VERB
               WHEN 'APPROVED'
                   SET EOD-APPROVED   TO TRUE
               WHEN 'OVERRIDE'
                   SET EOD-OVERRIDDEN TO TRUE
                   MOVE WS-OVR-THRU   TO EOD-OVERRIDE-THRU
               WHEN OTHER
                   SET EOD-HELD       TO TRUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CHECK-OVERRIDE-THRU
      *----------------------------------------------------------------*
      * Edits the OVERRIDE THRU date: blank means this business
      * date only; otherwise a YYYY-MM-DD date not before it.
       CHECK-OVERRIDE-THRU.
           IF OVRTHRI OF COEOD0AI = SPACES OR LOW-VALUES
               MOVE WS-BUS-DATE TO WS-OVR-THRU
           ELSE
               MOVE OVRTHRI OF COEOD0AI TO WS-OVR-THRU
               IF WS-OVR-THRU(1:4) IS NOT NUMERIC
                  OR WS-OVR-THRU(5:1) NOT = '-'
                  OR WS-OVR-THRU(6:2) IS NOT NUMERIC
                  OR WS-OVR-THRU(8:1) NOT = '-'
                  OR WS-OVR-THRU(9:2) IS NOT NUMERIC
                  OR WS-OVR-THRU(6:2) < '01'
                  OR WS-OVR-THRU(6:2) > '12'
                  OR WS-OVR-THRU(9:2) < '01'
                  OR WS-OVR-THRU(9:2) > '31'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Override thru date must be YYYY-MM-DD...'
                     TO WS-MESSAGE
               ELSE
                   IF WS-OVR-THRU < WS-BUS-DATE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Override thru date is before the busin'
                         & 'ess date...' TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF ERR-FLG-ON
               MOVE -1 TO OVRTHRL OF COEOD0AI
               PERFORM BUILD-TOTALS-VIEW
               PERFORM SEND-SIGNOFF-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-GL-RECONCILIATION
      *----------------------------------------------------------------*
      * Refuses an approval while the GL-to-subledger
      * reconciliation's last run has not ended clean. No
      * status record means the job is not yet in the pipeline
      * and holds nothing.
       CHECK-GL-RECONCILIATION.
           MOVE 'CBGLR01C' TO BATCH-JOB-NAME
           EXEC CICS READ
                DATASET   (WS-BATCHSTS-FILE)
                INTO      (BATCH-STATUS-RECORD)
                LENGTH    (LENGTH OF BATCH-STATUS-RECORD)
                RIDFLD    (BATCH-JOB-NAME)
                KEYLENGTH (LENGTH OF BATCH-JOB-NAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF BATCH-RETURN-CD NOT = 0
                  OR NOT BATCH-STATUS-COMPLETE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE
                   'GL/subledger break unexplained - no approval...'
                        TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-CASH-RECONCILIATION
      *----------------------------------------------------------------*
      * Refuses an approval while the payment channel cash
      * reconciliation's last run left unmatched items (return
      * code 4) or did not finish. No status record means the
      * job is not yet in the pipeline and holds nothing.
       CHECK-CASH-RECONCILIATION.
           MOVE 'CBCSR01C' TO BATCH-JOB-NAME
           EXEC CICS READ
                DATASET   (WS-BATCHSTS-FILE)
                INTO      (BATCH-STATUS-RECORD)
                LENGTH    (LENGTH OF BATCH-STATUS-RECORD)
                RIDFLD    (BATCH-JOB-NAME)
                KEYLENGTH (LENGTH OF BATCH-JOB-NAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF BATCH-RETURN-CD NOT = 0
                  OR NOT BATCH-STATUS-COMPLETE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE
                   'Cash recon has unmatched items - no approval...'
                        TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      RELEASE-ONE-QUIESCE
      *----------------------------------------------------------------*
                  ' FOR '             DELIMITED BY SIZE
                  WS-BUS-DATE         DELIMITED BY SIZE
             INTO AUD-DESC
           IF WS-AUD-VERB = 'OVERRIDE'
               MOVE SPACES TO AUD-DESC
               STRING 'CYCLE SIGN-OFF OVERRIDE FOR ' DELIMITED BY SIZE
                      WS-BUS-DATE         DELIMITED BY SIZE
                      ' THRU '            DELIMITED BY SIZE
                      WS-OVR-THRU         DELIMITED BY SIZE
                 INTO AUD-DESC
           END-IF

           EXEC CICS WRITE
                DATASET   (WS-AUDITLOG-FILE)
