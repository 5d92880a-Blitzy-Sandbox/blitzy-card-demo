      ******************************************************************
      * Program     : CBNAC01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly nonaccrual inventory: every account
      *               on nonaccrual with its balance and the
      *               interest reversed, the month's entries and
      *               returns, and totals by placement reason.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * CBNAC01C - Nonaccrual Inventory Report (Batch, monthly,
      *            after month end)
      *
      * Accounts go on and come off nonaccrual at the cycle
      * close (CBACT04C) and on the CONAC00C screen -- one
      * NONACCR record per account ever placed (CVNAC01Y.cpy).
      * Finance reports the nonaccrual book every month, so this
      * job reads the whole file once, looks each account up on
      * the account master, and reports on the month the run
      * date falls in:
      *
      *   - every account on nonaccrual at the run (pending or
      *     placed), and every account returned to accrual in
      *     the month, with its placement reason, entry date and
      *     user, the interest reversed, the current balance,
      *     the delinquency stage and the cure count;
      *   - totals of the accounts on nonaccrual and their
      *     balances by placement reason;
      *   - the accounts entered in the month and the interest
      *     their placements reversed, the accounts returned in
      *     the month by how they returned, and the accounts
      *     charged off while on nonaccrual.
      *
      * A charged-off account stays on nonaccrual (CBACT04C no
      * longer looks at it) and is listed and counted; its
      * balance left the books at charge-off and is not added
      * into the balance totals. An account missing from the
      * account master is listed with a zero balance and
      * reported for investigation.
      *
      * Files accessed:
      *   NONACCR   - Nonaccrual status (KSDS, sequential read)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   NACRPT    - Nonaccrual inventory report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives via JCL PARM: a date in the month to report,
      * normally the month-end date: PARM='2022-07-31'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBNAC01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NONACCR-FILE ASSIGN TO NONACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-NAC-ACCT-ID
                  FILE STATUS  IS NONACCR-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT NACRPT-FILE ASSIGN TO NACRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS NACRPT-STATUS.

      * BATCHSTS: pipeline job-status record, rewritten by
      * this program's job name at start and end of run --
      * read by the COADM03C dashboard. See CSBCH01Y.cpy.
           SELECT BATCHSTS-FILE ASSIGN TO BATCHSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BATCH-JOB-NAME
                  FILE STATUS  IS BATCHSTS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the nonaccrual status VSAM (100 bytes)
       FD  NONACCR-FILE.
       01  FD-NONACCR-REC.
           05 FD-NAC-ACCT-ID                    PIC 9(11).
           05 FD-NAC-DATA                       PIC X(89).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the nonaccrual inventory report (132-byte print)
       FD  NACRPT-FILE.
       01  FD-NACRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVNAC01Y: 100-byte nonaccrual status record
       COPY CVNAC01Y.
       01  NONACCR-STATUS.
           05  NONACCR-STAT1       PIC X.
           05  NONACCR-STAT2       PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       01  NACRPT-STATUS.
           05  NACRPT-STAT1        PIC X.
           05  NACRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBNAC01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * General I/O status work area for display formatting
       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.

       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Run controls
       01 WS-MISC-VARS.
      * The month reported, YYYY-MM, taken from the run date
           05 WS-REPORT-MONTH           PIC X(07) VALUE SPACES.
           05 WS-ACCT-FOUND             PIC X(01) VALUE 'N'.
           05 WS-LIST-ACCOUNT           PIC X(01) VALUE 'N'.
           05 WS-STANDING-LABEL         PIC X(10) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-NONACCR-READ           PIC 9(09) VALUE 0.
           05 WS-ACCT-MISSING           PIC 9(09) VALUE 0.
      * Accounts on nonaccrual at the run, by placement reason
           05 WS-DELINQ-COUNT           PIC 9(09) VALUE 0.
           05 WS-DELINQ-BAL             PIC S9(11)V99 VALUE 0.
           05 WS-BKR-COUNT              PIC 9(09) VALUE 0.
           05 WS-BKR-BAL                PIC S9(11)V99 VALUE 0.
           05 WS-SETTLE-COUNT           PIC 9(09) VALUE 0.
           05 WS-SETTLE-BAL             PIC S9(11)V99 VALUE 0.
           05 WS-MANUAL-COUNT           PIC 9(09) VALUE 0.
           05 WS-MANUAL-BAL             PIC S9(11)V99 VALUE 0.
           05 WS-ON-NAC-COUNT           PIC 9(09) VALUE 0.
           05 WS-ON-NAC-BAL             PIC S9(11)V99 VALUE 0.
           05 WS-CHARGED-OFF-COUNT      PIC 9(09) VALUE 0.
      * The month's movement
           05 WS-ENTERED-COUNT          PIC 9(09) VALUE 0.
           05 WS-ENTERED-REVERSED       PIC S9(11)V99 VALUE 0.
           05 WS-RETURNED-COUNT         PIC 9(09) VALUE 0.
           05 WS-RET-CURED-COUNT        PIC 9(09) VALUE 0.
           05 WS-RET-PAID-COUNT         PIC 9(09) VALUE 0.
           05 WS-RET-MANUAL-COUNT       PIC 9(09) VALUE 0.

      * Nonaccrual report lines (sole-writer convention)
       01 WS-NAC-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'NONACCRUAL INVENTORY REPORT'.
           05 FILLER                    PIC X(08)
                   VALUE 'MONTH: '.
           05 WS-NAC-RPT-MONTH          PIC X(07).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE: '.
           05 WS-NAC-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(52) VALUE SPACES.
       01 WS-NAC-RPT-SECTION.
           05 WS-NAC-RPT-SECTION-TXT    PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-NAC-RPT-DTL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'ACCOUNT     STANDING   RSN ENTERED     ENTERED BY  INT R
      -       'EVERSED       BALANCE STG CURE RETURNED    HOW'.
       01 WS-NAC-RPT-DETAIL.
           05 WS-NAC-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-NAC-RPT-STANDING       PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-NAC-RPT-REASON         PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-NAC-RPT-ENTRY-DATE     PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NAC-RPT-ENTRY-USR      PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-NAC-RPT-REVERSED       PIC Z(08)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-NAC-RPT-BALANCE        PIC -(09)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-NAC-RPT-STAGE          PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-NAC-RPT-CURE           PIC 9(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NAC-RPT-RETURN-DATE    PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NAC-RPT-RETURN-HOW     PIC X(01).
           05 FILLER                    PIC X(36) VALUE SPACES.
       01 WS-NAC-RPT-TOTAL-LINE.
           05 WS-NAC-RPT-TOT-LABEL      PIC X(30).
           05 WS-NAC-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-NAC-RPT-AMT-LINE.
           05 WS-NAC-RPT-AMT-LABEL      PIC X(30).
           05 WS-NAC-RPT-AMT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-NAC-RPT-AMT            PIC -(11)9.99.
           05 FILLER                    PIC X(76) VALUE SPACES.
       01 WS-NAC-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: a date in the month reported,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: one pass over the nonaccrual file, then
      * totals.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBNAC01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:7) TO WS-REPORT-MONTH
           PERFORM 0000-NONACCR-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-NACRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE WS-REPORT-MONTH TO WS-NAC-RPT-MONTH
           MOVE PARM-DATE       TO WS-NAC-RPT-DATE
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-HEADER
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-BLANK
           MOVE 'ACCOUNTS ON NONACCRUAL OR RETURNED THIS MONTH'
                                TO WS-NAC-RPT-SECTION-TXT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-SECTION
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-DTL-HDR

           PERFORM 1000-NONACCR-STEP
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 3000-PRINT-TOTALS.

           PERFORM 9000-NONACCR-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-NACRPT-CLOSE.

           DISPLAY 'NONACCRUAL RECORDS READ:' WS-NONACCR-READ
           DISPLAY 'ON NONACCRUAL AT RUN   :' WS-ON-NAC-COUNT
           DISPLAY 'ENTERED IN MONTH       :' WS-ENTERED-COUNT
           DISPLAY 'RETURNED IN MONTH      :' WS-RETURNED-COUNT
           DISPLAY 'CHARGED OFF ON NONACCR :' WS-CHARGED-OFF-COUNT
           DISPLAY 'ACCOUNTS NOT FOUND     :' WS-ACCT-MISSING

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBNAC01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One step of the pass: reads the next nonaccrual record
      * and counts it.
      *---------------------------------------------------------------*
       1000-NONACCR-STEP.
           READ NONACCR-FILE NEXT RECORD INTO NONACCRUAL-RECORD
           IF NONACCR-STATUS = '00'
              ADD 1 TO WS-NONACCR-READ
              PERFORM 1100-COUNT-ACCOUNT
           ELSE
              IF NONACCR-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING NONACCRUAL FILE'
                 MOVE NONACCR-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts one account: on nonaccrual at the run (by reason,
      * with its balance), entered in the month, returned in the
      * month. Only the first two kinds are listed.
      *---------------------------------------------------------------*
       1100-COUNT-ACCOUNT.
           MOVE 'N' TO WS-LIST-ACCOUNT
           PERFORM 1150-READ-ACCOUNT

           IF  NAC-ENTRY-DATE(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-ENTERED-COUNT
               ADD NAC-INT-REVERSED TO WS-ENTERED-REVERSED
           END-IF

           IF  NAC-ON-NONACCRUAL
               MOVE 'Y' TO WS-LIST-ACCOUNT
               IF  NAC-STATUS-PENDING
                   MOVE 'PENDING'    TO WS-STANDING-LABEL
               ELSE
                   MOVE 'NONACCRUAL' TO WS-STANDING-LABEL
               END-IF
               ADD 1 TO WS-ON-NAC-COUNT
               IF  WS-ACCT-FOUND = 'Y' AND ACCT-IS-CHARGED-OFF
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   MOVE 'CHGD OFF'   TO WS-STANDING-LABEL
               ELSE
                   PERFORM 1200-ADD-REASON-TOTALS
               END-IF
           END-IF

           IF  NAC-STATUS-RETURNED
           AND NAC-RETURN-DATE(1:7) = WS-REPORT-MONTH
               MOVE 'Y'          TO WS-LIST-ACCOUNT
               MOVE 'RETURNED'   TO WS-STANDING-LABEL
               ADD 1 TO WS-RETURNED-COUNT
               EVALUATE TRUE
                   WHEN NAC-RETURN-CURED
                       ADD 1 TO WS-RET-CURED-COUNT
                   WHEN NAC-RETURN-PAID-OFF
                       ADD 1 TO WS-RET-PAID-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-RET-MANUAL-COUNT
               END-EVALUATE
           END-IF

           IF  WS-LIST-ACCOUNT = 'Y'
               PERFORM 1300-WRITE-DETAIL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Looks the account up for its balance and stage. A missing
      * account is reported and counted with a zero balance.
      *---------------------------------------------------------------*
       1150-READ-ACCOUNT.
           MOVE 'Y'         TO WS-ACCT-FOUND
           MOVE NAC-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 DISPLAY 'NONACCRUAL ACCOUNT NOT FOUND: '
                    NAC-ACCT-ID
                 ADD 1 TO WS-ACCT-MISSING
                 MOVE 'N' TO WS-ACCT-FOUND
                 INITIALIZE ACCOUNT-RECORD
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Adds an account on nonaccrual, still on the books, to its
      * placement reason's count and balance.
      *---------------------------------------------------------------*
       1200-ADD-REASON-TOTALS.
           ADD ACCT-CURR-BAL TO WS-ON-NAC-BAL
           EVALUATE TRUE
               WHEN NAC-REASON-DELINQUENCY
                   ADD 1             TO WS-DELINQ-COUNT
                   ADD ACCT-CURR-BAL TO WS-DELINQ-BAL
               WHEN NAC-REASON-BANKRUPTCY
                   ADD 1             TO WS-BKR-COUNT
                   ADD ACCT-CURR-BAL TO WS-BKR-BAL
               WHEN NAC-REASON-SETTLEMENT
                   ADD 1             TO WS-SETTLE-COUNT
                   ADD ACCT-CURR-BAL TO WS-SETTLE-BAL
               WHEN OTHER
                   ADD 1             TO WS-MANUAL-COUNT
                   ADD ACCT-CURR-BAL TO WS-MANUAL-BAL
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Lists one account.
      *---------------------------------------------------------------*
       1300-WRITE-DETAIL.
           MOVE NAC-ACCT-ID          TO WS-NAC-RPT-ACCT
           MOVE WS-STANDING-LABEL    TO WS-NAC-RPT-STANDING
           MOVE NAC-REASON           TO WS-NAC-RPT-REASON
           MOVE NAC-ENTRY-DATE       TO WS-NAC-RPT-ENTRY-DATE
           MOVE NAC-ENTRY-USR-ID     TO WS-NAC-RPT-ENTRY-USR
           MOVE NAC-INT-REVERSED     TO WS-NAC-RPT-REVERSED
           MOVE ACCT-CURR-BAL        TO WS-NAC-RPT-BALANCE
           MOVE ACCT-DELINQ-STAGE    TO WS-NAC-RPT-STAGE
           MOVE NAC-CURE-COUNT       TO WS-NAC-RPT-CURE
           MOVE NAC-RETURN-DATE      TO WS-NAC-RPT-RETURN-DATE
           MOVE NAC-RETURN-REASON    TO WS-NAC-RPT-RETURN-HOW
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-DETAIL
           EXIT.
      *---------------------------------------------------------------*
      * Inventory and month totals.
      *---------------------------------------------------------------*
       3000-PRINT-TOTALS.
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-BLANK
           MOVE 'ON NONACCRUAL AT RUN BY REASON (COUNT, BALANCE)'
                                           TO WS-NAC-RPT-SECTION-TXT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-SECTION

           MOVE 'D - 120+ DAYS PAST DUE'   TO WS-NAC-RPT-AMT-LABEL
           MOVE WS-DELINQ-COUNT            TO WS-NAC-RPT-AMT-COUNT
           MOVE WS-DELINQ-BAL              TO WS-NAC-RPT-AMT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-AMT-LINE

           MOVE 'B - BANKRUPTCY'           TO WS-NAC-RPT-AMT-LABEL
           MOVE WS-BKR-COUNT               TO WS-NAC-RPT-AMT-COUNT
           MOVE WS-BKR-BAL                 TO WS-NAC-RPT-AMT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-AMT-LINE

           MOVE 'S - SETTLEMENT WORKOUT'   TO WS-NAC-RPT-AMT-LABEL
           MOVE WS-SETTLE-COUNT            TO WS-NAC-RPT-AMT-COUNT
           MOVE WS-SETTLE-BAL              TO WS-NAC-RPT-AMT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-AMT-LINE

           MOVE 'M - MANUAL (FINANCE)'     TO WS-NAC-RPT-AMT-LABEL
           MOVE WS-MANUAL-COUNT            TO WS-NAC-RPT-AMT-COUNT
           MOVE WS-MANUAL-BAL              TO WS-NAC-RPT-AMT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-AMT-LINE

           COMPUTE WS-NAC-RPT-AMT-COUNT =
                   WS-ON-NAC-COUNT - WS-CHARGED-OFF-COUNT
           MOVE 'TOTAL ON THE BOOKS'       TO WS-NAC-RPT-AMT-LABEL
           MOVE WS-ON-NAC-BAL              TO WS-NAC-RPT-AMT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-AMT-LINE

           MOVE 'CHARGED OFF ON NONACCRUAL' TO WS-NAC-RPT-TOT-LABEL
           MOVE WS-CHARGED-OFF-COUNT       TO WS-NAC-RPT-TOT-COUNT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-TOTAL-LINE

           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-BLANK
           MOVE 'MONTH MOVEMENT' TO WS-NAC-RPT-SECTION-TXT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-SECTION

           MOVE 'ENTERED / INTEREST REVERSED' TO WS-NAC-RPT-AMT-LABEL
           MOVE WS-ENTERED-COUNT           TO WS-NAC-RPT-AMT-COUNT
           MOVE WS-ENTERED-REVERSED        TO WS-NAC-RPT-AMT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-AMT-LINE

           MOVE 'RETURNED TO ACCRUAL'      TO WS-NAC-RPT-TOT-LABEL
           MOVE WS-RETURNED-COUNT          TO WS-NAC-RPT-TOT-COUNT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-TOTAL-LINE

           MOVE '  C - CURED'              TO WS-NAC-RPT-TOT-LABEL
           MOVE WS-RET-CURED-COUNT         TO WS-NAC-RPT-TOT-COUNT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-TOTAL-LINE

           MOVE '  P - PAID OFF'           TO WS-NAC-RPT-TOT-LABEL
           MOVE WS-RET-PAID-COUNT          TO WS-NAC-RPT-TOT-COUNT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-TOTAL-LINE

           MOVE '  M - MANUAL (FINANCE)'   TO WS-NAC-RPT-TOT-LABEL
           MOVE WS-RET-MANUAL-COUNT        TO WS-NAC-RPT-TOT-COUNT
           WRITE FD-NACRPT-REC FROM WS-NAC-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the nonaccrual file for sequential input.
      *---------------------------------------------------------------*
       0000-NONACCR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT NONACCR-FILE
           IF  NONACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING NONACCRUAL FILE'
               MOVE NONACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random input.
      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ACCOUNT-FILE
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the nonaccrual inventory report for output.
      *---------------------------------------------------------------*
       0200-NACRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT NACRPT-FILE
           IF  NACRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING NONACCRUAL REPORT'
               MOVE NACRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the nonaccrual file.
      *---------------------------------------------------------------*
       9000-NONACCR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE NONACCR-FILE
           IF  NONACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING NONACCRUAL FILE'
               MOVE NONACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9100-ACCTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the nonaccrual inventory report.
      *---------------------------------------------------------------*
       9200-NACRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE NACRPT-FILE
           IF  NACRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING NONACCRUAL REPORT'
               MOVE NACRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the report itself completed.
      *---------------------------------------------------------------*
      * Opens BATCHSTS for random I-O (read-then-write-or-rewrite).
       8100-BATCHSTS-OPEN.
           OPEN I-O BATCHSTS-FILE
           IF  BATCHSTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN BATCHSTS FILE'
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes (or creates) this job's BATCHSTS record as RUNNING
      * with a start timestamp, at the top of the run.
       8200-BATCHSTS-WRITE-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-START-TS
           MOVE WS-BATCH-JOB-NAME           TO FD-BATCH-JOB-NAME
           READ BATCHSTS-FILE INTO BATCH-STATUS-RECORD
               INVALID KEY
                   INITIALIZE BATCH-STATUS-RECORD
                   MOVE WS-BATCH-JOB-NAME TO BATCH-JOB-NAME
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:4)  TO BATCH-RUN-DATE(1:4)
           MOVE '-'                         TO BATCH-RUN-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO BATCH-RUN-DATE(6:2)
           MOVE '-'                         TO BATCH-RUN-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2)  TO BATCH-RUN-DATE(9:2)
           MOVE WS-BATCH-START-TS           TO BATCH-START-TS
           MOVE SPACES                      TO BATCH-END-TS
           MOVE 0                           TO BATCH-RETURN-CD
           SET BATCH-STATUS-RUNNING         TO TRUE
           MOVE 0                           TO BATCH-RECORD-COUNT
           IF  BATCHSTS-STATUS = '23'
               WRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
      * nonaccrual records read and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-NONACCR-READ             TO BATCH-RECORD-COUNT
           REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           IF  BATCHSTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT UPDATE BATCHSTS FILE'
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
       8900-BATCHSTS-CLOSE.
           CLOSE BATCHSTS-FILE
           EXIT.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD'.

      *****************************************************************
      * Formats and displays the FILE STATUS code for diagnosis.
      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
