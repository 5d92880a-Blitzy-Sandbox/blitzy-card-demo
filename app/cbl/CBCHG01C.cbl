      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Month-end charge-off of exhausted-delinquency
      *               and bankruptcy-discharged accounts, plus the
      *               charge-off/recovery report.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *      on CBACT04C accrues no interest or fees on it and
      *      CBTRN02C applies its payments to the recovery
      *      ledger instead of the account balance.
      * The same three steps charge off an account at any
      * delinquency stage once its holder's bankruptcy is
      * discharged (CUST-BKR-DISCHARGED, set by the COBKR00C
      * case screen) -- the debt can no longer be collected.
      * Each report line carries the reason for the charge-off.
      *
      * Pass 2 browses the full recovery ledger and prints the
      * monthly charge-off and recovery report for finance:
      * per-account original charge-off, recoveries to date,
      * the open (unrecovered) remainder, and grand totals. A
      * row settled for less (CBSTL01C) shows no open remainder
      * -- what was left was forgiven.
      *
      * Files accessed:
      *   ACCTFILE  - Account master (KSDS, I-O: sequential
      *               by alternate key FD-XREF-ACCT-ID)
      *   TOKNVLT   - Card token vault (KSDS, random read --
      *               write-off transactions carry the token)
      *   CUSTDAT   - Customer master (KSDS, random read for the
      *               bankruptcy discharge; tolerated missing)
      *   TRANSACT  - Write-off transaction extract (sequential
      *               output, same side-file CBACT04C writes)
      *   CHGRPT    - Charge-off/recovery report (132, output)
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  FILE STATUS  IS TOKNVLT-STATUS.

      * CUSTDAT-FILE: the account holder's bankruptcy status
           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTDAT-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the write-off transaction extract (370 bytes)
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.
       01  WS-CUSTDAT-AVAILABLE    PIC X(01) VALUE 'N'.
      * Set when the account holder's bankruptcy is discharged
       01  WS-BKR-DISCHARGED       PIC X(01) VALUE 'N'.

      * CVTRA05Y: 370-byte transaction record for the write-off
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-CHARGEOFF-COUNT        PIC 9(09) VALUE 0.
           05 WS-CHARGEOFF-TOTAL        PIC S9(11)V99 VALUE 0.
           05 WS-DISCHARGE-COUNT        PIC 9(09) VALUE 0.
           05 WS-LEDGER-COUNT           PIC 9(09) VALUE 0.
           05 WS-LEDGER-ORIG-TOTAL      PIC S9(11)V99 VALUE 0.
           05 WS-LEDGER-RECOV-TOTAL     PIC S9(11)V99 VALUE 0.
           05 FILLER                    PIC X(14)
                   VALUE '  CHARGED OFF '.
           05 WS-CHG-RPT-CO-AMT         PIC -(10)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CHG-RPT-CO-REASON      PIC X(20).
           05 FILLER                    PIC X(62) VALUE SPACES.
       01 WS-CHG-RPT-LEDGER-LINE.
           05 FILLER                    PIC X(09)
                   VALUE 'ACCOUNT '.
           PERFORM 0100-RCVRLEDG-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0250-TOKNVLT-OPEN.
           PERFORM 0275-CUSTDAT-OPEN.
           PERFORM 0300-TRANFILE-OPEN.
           PERFORM 0400-CHGRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           MOVE 'CHARGE-OFFS THIS RUN' TO WS-CHG-RPT-SECTION-TXT
           WRITE FD-CHGRPT-REC FROM WS-CHG-RPT-SECTION

      * Pass 1: charge off every exhausted-delinquency account,
      * and every account whose holder's bankruptcy is discharged
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-ACCTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-ACCT-COUNT
                   IF  ACCT-CURR-BAL > ZERO
                       AND ACCT-NOT-CHARGED-OFF
                       IF  ACCT-DELINQ-120-PLUS
                           MOVE 'DELINQUENCY'
                                     TO WS-CHG-RPT-CO-REASON
                           PERFORM 2000-CHARGE-OFF-ACCOUNT
                       ELSE
                           PERFORM 1100-CHECK-BKR-DISCHARGE
                              THRU 1100-CHECK-BKR-DISCHARGE-EXIT
                           IF  WS-BKR-DISCHARGED = 'Y'
                               MOVE 'BANKRUPTCY DISCHARGE'
                                     TO WS-CHG-RPT-CO-REASON
                               PERFORM 2000-CHARGE-OFF-ACCOUNT
                               ADD 1 TO WS-DISCHARGE-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM 9100-RCVRLEDG-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9250-TOKNVLT-CLOSE.
           PERFORM 9275-CUSTDAT-CLOSE.
           PERFORM 9300-TRANFILE-CLOSE.
           PERFORM 9400-CHGRPT-CLOSE.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS CHARGED OFF   :' WS-CHARGEOFF-COUNT
           DISPLAY 'BANKRUPTCY DISCHARGES  :' WS-DISCHARGE-COUNT
           DISPLAY 'CHARGE-OFF TOTAL       :' WS-CHARGEOFF-TOTAL
           DISPLAY 'LEDGER ROWS REPORTED   :' WS-LEDGER-COUNT

           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Looks up the account holder through the cross-reference
      * and sets WS-BKR-DISCHARGED when the holder's bankruptcy
      * has been discharged. An account with no cross-reference
      * or customer, or no customer file, is left alone.
      *---------------------------------------------------------------*
       1100-CHECK-BKR-DISCHARGE.
           MOVE 'N' TO WS-BKR-DISCHARGED
           IF  WS-CUSTDAT-AVAILABLE = 'N'
               GO TO 1100-CHECK-BKR-DISCHARGE-EXIT
           END-IF
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  GO TO 1100-CHECK-BKR-DISCHARGE-EXIT
           END-READ
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  GO TO 1100-CHECK-BKR-DISCHARGE-EXIT
           END-READ
           IF  CUST-BKR-DISCHARGED
               MOVE 'Y' TO WS-BKR-DISCHARGED
           END-IF.
       1100-CHECK-BKR-DISCHARGE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Charges off the account in hand: ledger row, write-off
      * transaction, zeroed/flagged account -- all three in one
      * unit of work, any failure between them ABENDS so the
               ADD 1 TO WS-LEDGER-COUNT
               COMPUTE WS-OPEN-AMT =
                  RCV-ORIG-BAL - RCV-RECOVERED-AMT
      * A settled row's remainder was forgiven, not left open
               IF  RCV-STATUS-SETTLED
                   MOVE ZERO TO WS-OPEN-AMT
               END-IF
               MOVE RCV-ACCT-ID          TO WS-CHG-RPT-LG-ACCT
               MOVE RCV-CHARGEOFF-DATE   TO WS-CHG-RPT-LG-DATE
               MOVE RCV-ORIG-BAL         TO WS-CHG-RPT-LG-ORIG
               MOVE RCV-RECOVERED-AMT    TO WS-CHG-RPT-LG-RECV
               MOVE WS-OPEN-AMT          TO WS-CHG-RPT-LG-OPEN
               EVALUATE TRUE
                   WHEN RCV-STATUS-RECOVERED
                       MOVE 'RECOVERED' TO WS-CHG-RPT-LG-STATUS
                   WHEN RCV-STATUS-SETTLED
                       MOVE 'SETTLED  ' TO WS-CHG-RPT-LG-STATUS
                   WHEN OTHER
                       MOVE 'OPEN     ' TO WS-CHG-RPT-LG-STATUS
               END-EVALUATE
               WRITE FD-CHGRPT-REC FROM WS-CHG-RPT-LEDGER-LINE
               ADD RCV-ORIG-BAL      TO WS-LEDGER-ORIG-TOTAL
               ADD RCV-RECOVERED-AMT TO WS-LEDGER-RECOV-TOTAL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the customer master for random read. A missing
      * file is tolerated -- discharged bankruptcies are simply
      * not picked up this run.
      *---------------------------------------------------------------*
       0275-CUSTDAT-OPEN.
           OPEN INPUT CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 'Y' TO WS-CUSTDAT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CUSTDAT-AVAILABLE
               DISPLAY 'NO CUSTOMER FILE - DISCHARGE CHECK SKIPPED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the write-off transaction extract for output.
      *---------------------------------------------------------------*
       0300-TRANFILE-OPEN.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the customer master, if it was opened.
      *---------------------------------------------------------------*
       9275-CUSTDAT-CLOSE.
           IF  WS-CUSTDAT-AVAILABLE = 'Y'
               CLOSE CUSTDAT-FILE
               IF  CUSTDAT-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING CUSTOMER FILE'
                   MOVE CUSTDAT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the write-off transaction extract.
      *---------------------------------------------------------------*
       9300-TRANFILE-CLOSE.
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
