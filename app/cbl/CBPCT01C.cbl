      ******************************************************************
      * Program     : CBPCT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Champion/challenger pricing test cell
      *               assignment.
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
      * CBPCT01C - Pricing Test Cell Assignment (Batch)
      *
      * Places accounts into the cells of the champion/
      * challenger pricing tests on PRCTEST (CVPCT01Y.cpy):
      *   1. Every ACTIVE test whose window covers the run date
      *      is loaded; a draft, ended, or not-yet-started test
      *      assigns nobody.
      *   2. One pass of the account master. An open account
      *      that is not charged off, in a product under test
      *      and not already in a cell, is placed: its bucket
      *      00-99 is worked from the account number and the
      *      test's seed, and a bucket below the test's
      *      challenger percent is the challenger cell, any
      *      other the champion cell. The cell goes to PCTASGN
      *      (CVPCT02Y.cpy) with the run date as its start date
      *      and the product and balance the account started
      *      with.
      *   3. An account already on PCTASGN is left where it is
      *      -- for the life of the test, and in the test it
      *      was first placed in when a product runs two.
      * Accounts opened after a test starts join it on the
      * next run, so the job runs daily with the test window
      * open. Nothing is reassigned, so a rerun adds only the
      * accounts the first run did not reach.
      *
      * Files accessed:
      *   PRCTEST   - Pricing tests (KSDS, sequential input)
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   PCTASGN   - Pricing test cell assignments (KSDS,
      *               random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the cells start on.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPCT01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCTEST-FILE ASSIGN TO PRCTEST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PCT-TEST-ID
                  FILE STATUS  IS PRCTEST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT PCTASGN-FILE ASSIGN TO PCTASGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PCA-ACCT-ID
                  FILE STATUS  IS PCTASGN-STATUS.

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
      * FD for the pricing test VSAM (150 bytes)
       FD  PRCTEST-FILE.
       01  FD-PRCTEST-REC.
           05 FD-PCT-TEST-ID                    PIC X(08).
           05 FD-PCT-DATA                       PIC X(142).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the pricing test cell assignment VSAM (80 bytes)
       FD  PCTASGN-FILE.
       01  FD-PCTASGN-REC.
           05 FD-PCA-ACCT-ID                    PIC 9(11).
           05 FD-PCA-DATA                       PIC X(69).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVPCT01Y: 150-byte pricing test record
       COPY CVPCT01Y.
       01  PRCTEST-STATUS.
           05  PRCTEST-STAT1       PIC X.
           05  PRCTEST-STAT2       PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVPCT02Y: 80-byte pricing test cell assignment record
       COPY CVPCT02Y.
       01  PCTASGN-STATUS.
           05  PCTASGN-STAT1       PIC X.
           05  PCTASGN-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBPCT01C'.
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

      * The tests in force on the run date, with the accounts
      * placed in each cell this run
       01 WS-TT-TABLE.
           05 WS-TT-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
           05 WS-TT-ENTRY               OCCURS 50 TIMES
                                        INDEXED BY WS-TT-IDX.
              10 WS-TT-ID               PIC X(08).
              10 WS-TT-GROUP-ID         PIC X(10).
              10 WS-TT-CHALLENGER-PCT   PIC 9(03).
              10 WS-TT-SEED             PIC 9(05).
              10 WS-TT-CHAMPION-CNT     PIC 9(07).
              10 WS-TT-CHALLENGER-CNT   PIC 9(07).
       01 WS-TT-MAX                     PIC S9(04) COMP VALUE 50.
       01 WS-TT-I                       PIC S9(04) COMP VALUE 0.

      * Assignment work fields. The bucket is the account
      * number scrambled by two primes and the seed, reduced
      * modulo the prime 9973 and then modulo 100.
       01 WS-MISC-VARS.
           05 WS-PCT-EOF                PIC X(01) VALUE 'N'.
           05 WS-TT-FOUND               PIC X(01) VALUE 'N'.
           05 WS-HASH                   PIC 9(18) VALUE 0.
           05 WS-HASH-QUOT              PIC 9(18) VALUE 0.
           05 WS-HASH-REM               PIC 9(04) VALUE 0.
           05 WS-BUCKET                 PIC 9(02) VALUE 0.
           05 WS-BUCKET-QUOT            PIC 9(04) VALUE 0.
       01 WS-COUNTERS.
           05 WS-TEST-COUNT             PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-ASSIGNED-COUNT         PIC 9(09) VALUE 0.
           05 WS-ALREADY-COUNT          PIC 9(09) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the tests in force, then places
      * each eligible account not yet in a cell.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPCT01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-PRCTEST-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-PCTASGN-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-TESTS.

           IF  WS-TT-ENTRIES-USED = 0
               DISPLAY 'NO PRICING TEST IN FORCE ON THE RUN DATE'
           ELSE
               PERFORM 2000-PROCESS-NEXT-ACCOUNT
                  UNTIL END-OF-FILE = 'Y'
           END-IF

           PERFORM 9000-PRCTEST-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-PCTASGN-CLOSE.

           PERFORM 6000-DISPLAY-TEST
              VARYING WS-TT-I FROM 1 BY 1
              UNTIL WS-TT-I > WS-TT-ENTRIES-USED
           DISPLAY 'TESTS ON FILE          :' WS-TEST-COUNT
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS ASSIGNED      :' WS-ASSIGNED-COUNT
           DISPLAY 'ALREADY IN A CELL      :' WS-ALREADY-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPCT01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads every ACTIVE test whose window covers the run
      * date.
      *---------------------------------------------------------------*
       1000-LOAD-TESTS.
           PERFORM 1010-TAKE-NEXT-TEST
              UNTIL WS-PCT-EOF = 'Y'
           DISPLAY 'TESTS IN FORCE         :' WS-TT-ENTRIES-USED
           EXIT.
       1010-TAKE-NEXT-TEST.
           READ PRCTEST-FILE INTO PRICING-TEST-RECORD
               AT END
                  MOVE 'Y' TO WS-PCT-EOF
           END-READ
           IF  WS-PCT-EOF = 'N'
               IF  PRCTEST-STATUS NOT = '00'
                   DISPLAY 'ERROR READING PRICING TEST FILE'
                   MOVE PRCTEST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-TEST-COUNT
               IF  PCT-STATUS-ACTIVE
                   AND PCT-START-DATE NOT > PARM-DATE
                   AND (PCT-END-DATE = SPACES
                        OR PCT-END-DATE NOT < PARM-DATE)
                   IF  WS-TT-ENTRIES-USED >= WS-TT-MAX
                       DISPLAY 'PRICING TEST TABLE FULL: '
                               PCT-TEST-ID
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-TT-ENTRIES-USED
                   MOVE WS-TT-ENTRIES-USED TO WS-TT-I
                   INITIALIZE WS-TT-ENTRY (WS-TT-I)
                   MOVE PCT-TEST-ID        TO WS-TT-ID (WS-TT-I)
                   MOVE PCT-GROUP-ID       TO WS-TT-GROUP-ID (WS-TT-I)
                   MOVE PCT-CHALLENGER-PCT TO WS-TT-CHALLENGER-PCT
                                              (WS-TT-I)
                   MOVE PCT-SEED           TO WS-TT-SEED (WS-TT-I)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account and places it when it is open,
      * in a product under test, and in no cell yet.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-ACCOUNT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               AT END
                  MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  END-OF-FILE = 'N'
               IF  ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               IF  ACCT-STATUS-ACTIVE
                   AND NOT ACCT-IS-CHARGED-OFF
                   MOVE 'N' TO WS-TT-FOUND
                   SET WS-TT-IDX TO 1
                   SEARCH WS-TT-ENTRY
                      AT END
                         CONTINUE
                      WHEN WS-TT-IDX > WS-TT-ENTRIES-USED
                         CONTINUE
                      WHEN WS-TT-GROUP-ID (WS-TT-IDX) = ACCT-GROUP-ID
                         SET WS-TT-I TO WS-TT-IDX
                         MOVE 'Y' TO WS-TT-FOUND
                   END-SEARCH
                   IF  WS-TT-FOUND = 'Y'
                       PERFORM 2100-ASSIGN-CELL
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Places the account in test WS-TT-I unless it already
      * holds a cell.
      *---------------------------------------------------------------*
       2100-ASSIGN-CELL.
           MOVE ACCT-ID TO FD-PCA-ACCT-ID
           READ PCTASGN-FILE INTO PRICING-CELL-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE PCTASGN-STATUS
               WHEN '00'
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN '23'
                   PERFORM 2200-COMPUTE-BUCKET
                   INITIALIZE PRICING-CELL-RECORD
                   MOVE ACCT-ID             TO PCA-ACCT-ID
                   MOVE WS-TT-ID (WS-TT-I)  TO PCA-TEST-ID
                   MOVE WS-BUCKET           TO PCA-BUCKET
                   IF  WS-BUCKET < WS-TT-CHALLENGER-PCT (WS-TT-I)
                       SET PCA-CELL-CHALLENGER TO TRUE
                       ADD 1 TO WS-TT-CHALLENGER-CNT (WS-TT-I)
                   ELSE
                       SET PCA-CELL-CHAMPION   TO TRUE
                       ADD 1 TO WS-TT-CHAMPION-CNT (WS-TT-I)
                   END-IF
                   MOVE ACCT-GROUP-ID       TO PCA-GROUP-ID
                   MOVE PARM-DATE           TO PCA-START-DATE
                   MOVE ACCT-CURR-BAL       TO PCA-START-BAL
                   WRITE FD-PCTASGN-REC FROM PRICING-CELL-RECORD
                   IF  PCTASGN-STATUS NOT = '00'
                       DISPLAY 'ERROR WRITING CELL ASSIGNMENT: '
                               PCA-ACCT-ID
                       MOVE PCTASGN-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-ASSIGNED-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR READING CELL ASSIGNMENT: '
                           ACCT-ID
                   MOVE PCTASGN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * The account's bucket 00-99 in test WS-TT-I -- the same
      * account and seed always give the same bucket.
      *---------------------------------------------------------------*
       2200-COMPUTE-BUCKET.
           COMPUTE WS-HASH = ACCT-ID * 7919
                           + WS-TT-SEED (WS-TT-I) * 104729
           DIVIDE WS-HASH BY 9973
               GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM
           DIVIDE WS-HASH-REM BY 100
               GIVING WS-BUCKET-QUOT REMAINDER WS-BUCKET
           EXIT.
      *---------------------------------------------------------------*
      * Shows the accounts placed in test WS-TT-I this run.
      *---------------------------------------------------------------*
       6000-DISPLAY-TEST.
           DISPLAY 'TEST ' WS-TT-ID (WS-TT-I)
                   ' CHAMPION +' WS-TT-CHAMPION-CNT (WS-TT-I)
                   ' CHALLENGER +' WS-TT-CHALLENGER-CNT (WS-TT-I)
           EXIT.
      *---------------------------------------------------------------*
      * Opens the pricing test file for sequential input.
      *---------------------------------------------------------------*
       0000-PRCTEST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PRCTEST-FILE
           IF  PRCTEST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PRICING TEST FILE'
               MOVE PRCTEST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for sequential input.
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
      * Opens the cell assignment file for random update.
      *---------------------------------------------------------------*
       0200-PCTASGN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PCTASGN-FILE
           IF  PCTASGN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CELL ASSIGNMENT FILE'
               MOVE PCTASGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PRCTEST-FILE.
      *---------------------------------------------------------------*
       9000-PRCTEST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRCTEST-FILE
           IF  PRCTEST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PRICING TEST FILE'
               MOVE PRCTEST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes ACCOUNT-FILE.
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
      * Closes PCTASGN-FILE.
      *---------------------------------------------------------------*
       9200-PCTASGN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PCTASGN-FILE
           IF  PCTASGN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CELL ASSIGNMENT FILE'
               MOVE PCTASGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the cells were assigned and written.
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
      * accounts-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-ACCT-COUNT               TO BATCH-RECORD-COUNT
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
