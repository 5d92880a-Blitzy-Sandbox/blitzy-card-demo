      ******************************************************************
      * Program     : CBSNP04C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Delinquency roll-rate matrix and vintage
      *               performance reports off the BALSNAP history.
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
      * CBSNP04C - Roll-Rate and Vintage Performance (Batch)
      *
      * Month-end risk reporting off the BALSNAP snapshot
      * history (CVSNP01Y.cpy). An account's last snapshot in
      * a calendar month is its month-end position: its stage
      * ('0' current, '1'-'4' 30 to 120+ days, 'C' charged
      * off), balance and open month. One pass over BALSNAP in
      * key order (account, then date) walks each account's
      * month-end positions up to the PARM run date and feeds
      * two reports:
      *
      *   ROLLRPT - Roll-rate matrix for the run month: every
      *      account's stage at the end of the prior month
      *      (NEW when it had no snapshot then) against its
      *      stage at the end of the run month. One block
      *      counts the accounts in each from/to cell, a second
      *      carries their run-month balances; each row ends
      *      with the share of the row that rolled to a worse
      *      stage (by count, and by balance against the row's
      *      prior-month balance).
      *   VINTRPT - Vintage performance by open-month cohort
      *      and product (ACCT-GROUP-ID, as on the account
      *      master today): at months on book 3, 6, 9, 12, 18,
      *      24 and 36, the share of the cohort's accounts
      *      observed there that have ever been 30+ days
      *      delinquent (DQ%), and that have been charged off
      *      (CO%), cumulatively. Cohorts print oldest first.
      *
      * Snapshot rows written before the stage and open month
      * were captured (SNP-OPEN-MONTH spaces) are passed over.
      *
      * Files accessed:
      *   BALSNAP   - Balance snapshot history (KSDS, sequential)
      *   ACCTFILE  - Account master (KSDS, random read for the
      *               product)
      *   ROLLRPT   - Roll-rate matrix report (132, output)
      *   VINTRPT   - Vintage report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * month-end business date; its month is the run month.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSNP04C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALSNAP-FILE ASSIGN TO BALSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SNP-KEY
                  FILE STATUS  IS BALSNAP-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT ROLLRPT-FILE ASSIGN TO ROLLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ROLLRPT-STATUS.

           SELECT VINTRPT-FILE ASSIGN TO VINTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS VINTRPT-STATUS.

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
      * FD for the balance snapshot history (80 bytes)
       FD  BALSNAP-FILE.
       01  FD-BALSNAP-REC.
           05 FD-SNP-KEY                        PIC X(21).
           05 FD-SNP-DATA                       PIC X(59).

      * FD for account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the roll-rate report (132-byte print)
       FD  ROLLRPT-FILE.
       01  FD-ROLLRPT-REC                       PIC X(132).

      * FD for the vintage report (132-byte print)
       FD  VINTRPT-FILE.
       01  FD-VINTRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVSNP01Y: 80-byte balance snapshot record
       COPY CVSNP01Y.
       01  BALSNAP-STATUS.
           05  BALSNAP-STAT1       PIC X.
           05  BALSNAP-STAT2       PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

       01  ROLLRPT-STATUS.
           05  ROLLRPT-STAT1       PIC X.
           05  ROLLRPT-STAT2       PIC X.

       01  VINTRPT-STATUS.
           05  VINTRPT-STAT1       PIC X.
           05  VINTRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBSNP04C'.
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

      * Run month and the month before it
       01 WS-RUN-MONTH.
           05 WS-RUN-YYYY               PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-RUN-MM                 PIC 9(02).
       01 WS-PRIOR-MONTH.
           05 WS-PRIOR-YYYY             PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-PRIOR-MM               PIC 9(02).

      * The account being walked, and its month-end position
      * in waiting: the latest snapshot seen in its month, which
      * stands as month-end once a later month (or the next
      * account) turns up
       01 WS-ACCT-STATE.
           05 WS-CUR-ACCT-ID            PIC 9(11) VALUE ZERO.
           05 WS-CUR-PRODUCT            PIC X(10).
           05 WS-CUR-OPEN-MONTH         PIC X(07).
           05 WS-EVER-DQ                PIC X(01).
           05 WS-EVER-CO                PIC X(01).
           05 WS-PRI-FOUND              PIC X(01).
           05 WS-PRI-STAGE              PIC X(01).
           05 WS-PRI-BAL                PIC S9(10)V99.
           05 WS-RUN-FOUND              PIC X(01).
           05 WS-RUN-STAGE              PIC X(01).
           05 WS-RUN-BAL                PIC S9(10)V99.
           05 WS-HELD-FOUND             PIC X(01).
           05 WS-HELD-MONTH             PIC X(07).
           05 WS-HELD-STAGE             PIC X(01).
           05 WS-HELD-BAL               PIC S9(10)V99.

      * Roll-rate matrix: from stage (1-6 as the stages '0'
      * through '4' and 'C', 7 = NEW) by to stage (1-6)
       01 WS-ROLL-MATRIX.
           05 WS-ROLL-FROM OCCURS 7 TIMES.
              10 WS-ROLL-FROM-PRIOR-BAL PIC S9(13)V99 COMP-3.
              10 WS-ROLL-TO OCCURS 6 TIMES.
                 15 WS-ROLL-COUNT       PIC 9(09) COMP-3.
                 15 WS-ROLL-BAL         PIC S9(13)V99 COMP-3.
       01 WS-FROM-I                     PIC S9(04) COMP.
       01 WS-TO-I                       PIC S9(04) COMP.
       01 WS-STAGE-IDX                  PIC S9(04) COMP.
       01 WS-STAGE-LOOKUP               PIC X(01).
      * Stage code and report label for each matrix position
       01 WS-STAGE-TABLE-DATA.
           05 FILLER PIC X(09) VALUE '0CURRENT '.
           05 FILLER PIC X(09) VALUE '130 DAYS '.
           05 FILLER PIC X(09) VALUE '260 DAYS '.
           05 FILLER PIC X(09) VALUE '390 DAYS '.
           05 FILLER PIC X(09) VALUE '4120+    '.
           05 FILLER PIC X(09) VALUE 'CCHG-OFF '.
           05 FILLER PIC X(09) VALUE '*NEW     '.
       01 WS-STAGE-TABLE REDEFINES WS-STAGE-TABLE-DATA.
           05 WS-STAGE-ENTRY OCCURS 7 TIMES.
              10 WS-STAGE-CODE          PIC X(01).
              10 WS-STAGE-LABEL         PIC X(08).

      * Vintage cells: one entry per open-month cohort and
      * product, kept in key order as entries are added, each
      * with the seven months-on-book checkpoints
       01 WS-VIN-TABLE.
           05 WS-VIN-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-VIN-ENTRY OCCURS 1500 TIMES
                            INDEXED BY WS-VIN-IDX.
              10 WS-VIN-KEY.
                 15 WS-VIN-COHORT       PIC X(07).
                 15 WS-VIN-PRODUCT      PIC X(10).
              10 WS-VIN-ACCTS           PIC 9(07) COMP-3.
              10 WS-VIN-CELL OCCURS 7 TIMES.
                 15 WS-VIN-OBSERVED     PIC 9(07) COMP-3.
                 15 WS-VIN-EVER-DQ      PIC 9(07) COMP-3.
                 15 WS-VIN-EVER-CO      PIC 9(07) COMP-3.
       01 WS-VIN-I                      PIC S9(04) COMP.
       01 WS-VIN-J                      PIC S9(04) COMP.
       01 WS-VIN-AT                     PIC S9(04) COMP.
       01 WS-VIN-WANTED-KEY.
           05 WS-VWK-COHORT             PIC X(07).
           05 WS-VWK-PRODUCT            PIC X(10).
      * The months-on-book checkpoints
       01 WS-MOB-CHECKPOINT-DATA.
           05 FILLER PIC 9(03) VALUE 003.
           05 FILLER PIC 9(03) VALUE 006.
           05 FILLER PIC 9(03) VALUE 009.
           05 FILLER PIC 9(03) VALUE 012.
           05 FILLER PIC 9(03) VALUE 018.
           05 FILLER PIC 9(03) VALUE 024.
           05 FILLER PIC 9(03) VALUE 036.
       01 WS-MOB-CHECKPOINTS REDEFINES WS-MOB-CHECKPOINT-DATA.
           05 WS-MOB-CHECKPOINT         PIC 9(03) OCCURS 7 TIMES.
       01 WS-MOB-I                      PIC S9(04) COMP.
       01 WS-MONTHS-ON-BOOK             PIC S9(05) COMP.
       01 WS-MOB-DATE-VARS.
           05 WS-OPEN-YYYY              PIC 9(04).
           05 WS-OPEN-MM                PIC 9(02).
           05 WS-HELD-YYYY              PIC 9(04).
           05 WS-HELD-MM                PIC 9(02).

       01 WS-MISC-VARS.
           05 WS-PCT                    PIC S9(05)V9 VALUE 0.
           05 WS-ROW-COUNT              PIC 9(09) VALUE 0.
           05 WS-ROW-WORSE-COUNT        PIC 9(09) VALUE 0.
           05 WS-ROW-WORSE-BAL          PIC S9(13)V99 VALUE 0.
       01 WS-COUNTERS.
           05 WS-SNAP-COUNT             PIC 9(09) VALUE 0.
           05 WS-LEGACY-COUNT           PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-ROLLED-COUNT           PIC 9(09) VALUE 0.

      * Roll-rate report lines (sole-writer convention)
       01 WS-ROL-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'DELINQUENCY ROLL-RATE MATRIX'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN MONTH : '.
           05 WS-ROL-RPT-RUN-MONTH      PIC X(07).
           05 FILLER                    PIC X(16)
                   VALUE '   FROM MONTH : '.
           05 WS-ROL-RPT-PRIOR-MONTH    PIC X(07).
           05 FILLER                    PIC X(50) VALUE SPACES.
       01 WS-ROL-RPT-TITLE.
           05 WS-ROL-RPT-TITLE-TEXT     PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-ROL-RPT-COL-HDR.
           05 FILLER                    PIC X(10) VALUE 'FROM / TO'.
           05 WS-ROL-RPT-COL-NAME OCCURS 6 TIMES.
              10 FILLER                 PIC X(07) VALUE SPACES.
              10 WS-ROL-RPT-COL-LABEL   PIC X(08).
           05 FILLER                    PIC X(15)
                   VALUE '          TOTAL'.
           05 FILLER                    PIC X(09)
                   VALUE '  ROLLED%'.
           05 FILLER                    PIC X(08) VALUE SPACES.
       01 WS-ROL-RPT-LINE.
           05 WS-ROL-RPT-FROM           PIC X(10).
           05 WS-ROL-RPT-CELL OCCURS 6 TIMES
                                        PIC -(11)9.99.
           05 WS-ROL-RPT-TOTAL          PIC -(11)9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-ROL-RPT-PCT            PIC ZZ9.9.
           05 FILLER                    PIC X(09) VALUE SPACES.
       01 WS-ROL-RPT-CNT-LINE REDEFINES WS-ROL-RPT-LINE.
           05 FILLER                    PIC X(10).
           05 WS-ROL-RPT-CNT-CELL OCCURS 6 TIMES.
              10 FILLER                 PIC X(06).
              10 WS-ROL-RPT-CNT         PIC Z(08)9.
           05 FILLER                    PIC X(06).
           05 WS-ROL-RPT-CNT-TOTAL      PIC Z(08)9.
           05 FILLER                    PIC X(03).
           05 WS-ROL-RPT-CNT-PCT        PIC ZZ9.9.
           05 FILLER                    PIC X(09).
       01 WS-ROL-RPT-COUNT-LINE.
           05 WS-ROL-RPT-CNT-LABEL      PIC X(30).
           05 WS-ROL-RPT-COUNT          PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-ROL-RPT-BLANK              PIC X(132) VALUE SPACES.

      * Vintage report lines (sole-writer convention)
       01 WS-VIN-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'VINTAGE PERFORMANCE BY OPEN-MONTH COHORT'.
           05 FILLER                    PIC X(12)
                   VALUE ' AS OF  : '.
           05 WS-VIN-RPT-RUN-MONTH      PIC X(07).
           05 FILLER                    PIC X(73) VALUE SPACES.
       01 WS-VIN-RPT-COL-HDR1.
           05 FILLER                    PIC X(38) VALUE
              'COHORT   PRODUCT        ACCTS         '.
           05 WS-VIN-RPT-MOB-NAME OCCURS 7 TIMES.
              10 FILLER                 PIC X(05) VALUE ' MOB '.
              10 WS-VIN-RPT-MOB-NO      PIC Z9.
              10 FILLER                 PIC X(05) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-VIN-RPT-COL-HDR2.
           05 FILLER                    PIC X(38) VALUE SPACES.
           05 FILLER                    PIC X(84) VALUE ALL
              '   DQ%   CO%'.
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-VIN-RPT-LINE.
           05 WS-VIN-RPT-COHORT         PIC X(07).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-VIN-RPT-PRODUCT        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-VIN-RPT-ACCTS          PIC Z(08)9.
           05 FILLER                    PIC X(09) VALUE SPACES.
           05 WS-VIN-RPT-CELL OCCURS 7 TIMES.
              10 FILLER                 PIC X(01) VALUE SPACES.
              10 WS-VIN-RPT-DQ          PIC X(05).
              10 FILLER                 PIC X(01) VALUE SPACES.
              10 WS-VIN-RPT-CO          PIC X(05).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-VIN-RPT-PCT-EDIT           PIC ZZ9.9.
       01 WS-VIN-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the month-end business date,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: one pass of the snapshot history feeds the
      * roll-rate matrix and the vintage cells, then both print.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSNP04C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYY
           MOVE PARM-DATE(6:2) TO WS-RUN-MM
           IF  WS-RUN-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
           END-IF
           PERFORM 0000-BALSNAP-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-ROLLRPT-OPEN.
           PERFORM 0300-VINTRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           INITIALIZE WS-ROLL-MATRIX

           PERFORM 1000-PROCESS-NEXT-SNAPSHOT
              UNTIL END-OF-FILE = 'Y'.
           IF  WS-CUR-ACCT-ID NOT = ZERO
               PERFORM 3000-FINISH-ACCOUNT
           END-IF

           PERFORM 5000-PRINT-ROLL-RATE.
           PERFORM 6000-PRINT-VINTAGE.

           PERFORM 9000-BALSNAP-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-ROLLRPT-CLOSE.
           PERFORM 9300-VINTRPT-CLOSE.

           DISPLAY 'SNAPSHOTS READ         :' WS-SNAP-COUNT
           DISPLAY 'SNAPSHOTS PRE-CAPTURE  :' WS-LEGACY-COUNT
           DISPLAY 'ACCOUNTS WALKED        :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS IN ROLL MATRIX:' WS-ROLLED-COUNT
           DISPLAY 'VINTAGE COHORT ROWS    :' WS-VIN-ENTRIES-USED

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSNP04C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next snapshot and takes it into the walk.
      *---------------------------------------------------------------*
       1000-PROCESS-NEXT-SNAPSHOT.
           PERFORM 1900-BALSNAP-GET-NEXT
           IF  END-OF-FILE = 'N'
               ADD 1 TO WS-SNAP-COUNT
               PERFORM 1100-TAKE-SNAPSHOT
                  THRU 1100-TAKE-SNAPSHOT-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Snapshots past the run date, and those written before
      * the stage and open month were captured, are passed over.
      * A snapshot in a later month than the one held makes the
      * held one its month's month-end position.
      *---------------------------------------------------------------*
       1100-TAKE-SNAPSHOT.
           IF  SNP-BUS-DATE > PARM-DATE
               GO TO 1100-TAKE-SNAPSHOT-EXIT
           END-IF
           IF  SNP-OPEN-MONTH = SPACES
               ADD 1 TO WS-LEGACY-COUNT
               GO TO 1100-TAKE-SNAPSHOT-EXIT
           END-IF

           IF  SNP-ACCT-ID NOT = WS-CUR-ACCT-ID
               IF  WS-CUR-ACCT-ID NOT = ZERO
                   PERFORM 3000-FINISH-ACCOUNT
               END-IF
               PERFORM 2000-START-ACCOUNT
           END-IF

           IF  WS-HELD-FOUND = 'Y'
               AND SNP-BUS-DATE(1:7) NOT = WS-HELD-MONTH
               PERFORM 2500-MONTH-END-POSITION
           END-IF
           MOVE 'Y'               TO WS-HELD-FOUND
           MOVE SNP-BUS-DATE(1:7) TO WS-HELD-MONTH
           MOVE SNP-DELINQ-STAGE  TO WS-HELD-STAGE
           MOVE SNP-CURR-BAL      TO WS-HELD-BAL
           .
       1100-TAKE-SNAPSHOT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next snapshot in key order.
      *---------------------------------------------------------------*
       1900-BALSNAP-GET-NEXT.
           READ BALSNAP-FILE INTO BAL-SNAPSHOT-RECORD.
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  BALSNAP-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING BALANCE SNAPSHOT FILE'
                   MOVE BALSNAP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Starts the walk of a new account: its cohort, its
      * product off the account master, and a clean history.
      *---------------------------------------------------------------*
       2000-START-ACCOUNT.
           ADD 1 TO WS-ACCT-COUNT
           MOVE SNP-ACCT-ID    TO WS-CUR-ACCT-ID
           MOVE SNP-OPEN-MONTH TO WS-CUR-OPEN-MONTH
           MOVE 'N' TO WS-EVER-DQ WS-EVER-CO WS-PRI-FOUND
                       WS-RUN-FOUND WS-HELD-FOUND
           MOVE SNP-ACCT-ID    TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 MOVE 'UNKNOWN' TO ACCT-GROUP-ID
           END-READ
           MOVE ACCT-GROUP-ID  TO WS-CUR-PRODUCT
           EXIT.
      *---------------------------------------------------------------*
      * Takes the held snapshot as its month's month-end
      * position: the roll-rate ends of the matrix, the
      * cumulative history, and any vintage checkpoint it
      * lands on.
      *---------------------------------------------------------------*
       2500-MONTH-END-POSITION.
           IF  WS-HELD-MONTH = WS-PRIOR-MONTH
               MOVE 'Y'           TO WS-PRI-FOUND
               MOVE WS-HELD-STAGE TO WS-PRI-STAGE
               MOVE WS-HELD-BAL   TO WS-PRI-BAL
           END-IF
           IF  WS-HELD-MONTH = WS-RUN-MONTH
               MOVE 'Y'           TO WS-RUN-FOUND
               MOVE WS-HELD-STAGE TO WS-RUN-STAGE
               MOVE WS-HELD-BAL   TO WS-RUN-BAL
           END-IF

           MOVE WS-HELD-STAGE TO SNP-DELINQ-STAGE
           IF  SNP-STAGE-DELINQUENT
               MOVE 'Y' TO WS-EVER-DQ
           END-IF
           IF  SNP-STAGE-CHARGED-OFF
               MOVE 'Y' TO WS-EVER-CO
           END-IF

           IF  WS-CUR-OPEN-MONTH(1:4) IS NUMERIC
               AND WS-CUR-OPEN-MONTH(6:2) IS NUMERIC
               MOVE WS-CUR-OPEN-MONTH(1:4) TO WS-OPEN-YYYY
               MOVE WS-CUR-OPEN-MONTH(6:2) TO WS-OPEN-MM
               MOVE WS-HELD-MONTH(1:4)     TO WS-HELD-YYYY
               MOVE WS-HELD-MONTH(6:2)     TO WS-HELD-MM
               COMPUTE WS-MONTHS-ON-BOOK =
                   (WS-HELD-YYYY - WS-OPEN-YYYY) * 12
                 + WS-HELD-MM - WS-OPEN-MM
               PERFORM 2600-CHECK-CHECKPOINT
                  VARYING WS-MOB-I FROM 1 BY 1
                  UNTIL WS-MOB-I > 7
           END-IF
           MOVE 'N' TO WS-HELD-FOUND
           EXIT.
      *---------------------------------------------------------------*
      * A month-end position on a months-on-book checkpoint
      * counts toward the cohort's cell there.
      *---------------------------------------------------------------*
       2600-CHECK-CHECKPOINT.
           IF  WS-MONTHS-ON-BOOK = WS-MOB-CHECKPOINT (WS-MOB-I)
               PERFORM 4000-FIND-VINTAGE
               ADD 1 TO WS-VIN-OBSERVED (WS-VIN-AT, WS-MOB-I)
               IF  WS-EVER-DQ = 'Y'
                   ADD 1 TO WS-VIN-EVER-DQ (WS-VIN-AT, WS-MOB-I)
               END-IF
               IF  WS-EVER-CO = 'Y'
                   ADD 1 TO WS-VIN-EVER-CO (WS-VIN-AT, WS-MOB-I)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-STAGE-IDX to the matrix position of the stage in
      * WS-STAGE-LOOKUP (anything unrecognised counts current).
      *---------------------------------------------------------------*
       2700-STAGE-INDEX.
           PERFORM 2710-STAGE-INDEX-STEP
              VARYING WS-STAGE-IDX FROM 1 BY 1
              UNTIL WS-STAGE-IDX > 6
                 OR WS-STAGE-CODE (WS-STAGE-IDX) = WS-STAGE-LOOKUP
           IF  WS-STAGE-IDX > 6
               MOVE 1 TO WS-STAGE-IDX
           END-IF
           EXIT.
       2710-STAGE-INDEX-STEP.
           CONTINUE.
      *---------------------------------------------------------------*
      * Closes the account's walk: its last held snapshot is its
      * final month-end position, and an account standing at the
      * end of the run month takes its cell in the matrix.
      *---------------------------------------------------------------*
       3000-FINISH-ACCOUNT.
           IF  WS-HELD-FOUND = 'Y'
               PERFORM 2500-MONTH-END-POSITION
           END-IF

           IF  WS-RUN-FOUND = 'Y'
               IF  WS-PRI-FOUND = 'Y'
                   MOVE WS-PRI-STAGE TO WS-STAGE-LOOKUP
                   PERFORM 2700-STAGE-INDEX
                   MOVE WS-STAGE-IDX TO WS-FROM-I
               ELSE
                   MOVE 7 TO WS-FROM-I
                   MOVE ZERO TO WS-PRI-BAL
               END-IF
               MOVE WS-RUN-STAGE TO WS-STAGE-LOOKUP
               PERFORM 2700-STAGE-INDEX
               MOVE WS-STAGE-IDX TO WS-TO-I
               ADD 1 TO WS-ROLL-COUNT (WS-FROM-I, WS-TO-I)
               ADD WS-RUN-BAL TO WS-ROLL-BAL (WS-FROM-I, WS-TO-I)
               ADD WS-PRI-BAL TO WS-ROLL-FROM-PRIOR-BAL (WS-FROM-I)
               ADD 1 TO WS-ROLLED-COUNT
           END-IF

           PERFORM 4000-FIND-VINTAGE
           ADD 1 TO WS-VIN-ACCTS (WS-VIN-AT)
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-VIN-AT to the vintage entry of the account's
      * cohort and product, inserting it in key order on first
      * sight so the report prints oldest cohort first.
      *---------------------------------------------------------------*
       4000-FIND-VINTAGE.
           MOVE WS-CUR-OPEN-MONTH TO WS-VWK-COHORT
           MOVE WS-CUR-PRODUCT    TO WS-VWK-PRODUCT
           PERFORM 4100-SCAN-VINTAGE-STEP
              VARYING WS-VIN-I FROM 1 BY 1
              UNTIL WS-VIN-I > WS-VIN-ENTRIES-USED
                 OR WS-VIN-KEY (WS-VIN-I) NOT < WS-VIN-WANTED-KEY
           IF  WS-VIN-I > WS-VIN-ENTRIES-USED
               OR WS-VIN-KEY (WS-VIN-I) NOT = WS-VIN-WANTED-KEY
               IF  WS-VIN-ENTRIES-USED NOT < 1500
                   DISPLAY 'VINTAGE TABLE FULL: ' WS-VIN-WANTED-KEY
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 4200-SHIFT-VINTAGE-DOWN
                  VARYING WS-VIN-J FROM WS-VIN-ENTRIES-USED BY -1
                  UNTIL WS-VIN-J < WS-VIN-I
               ADD 1 TO WS-VIN-ENTRIES-USED
               INITIALIZE WS-VIN-ENTRY (WS-VIN-I)
               MOVE WS-VIN-WANTED-KEY TO WS-VIN-KEY (WS-VIN-I)
           END-IF
           MOVE WS-VIN-I TO WS-VIN-AT
           EXIT.
       4100-SCAN-VINTAGE-STEP.
           CONTINUE.
      *---------------------------------------------------------------*
      * Moves one entry down a place to open the insert slot.
      *---------------------------------------------------------------*
       4200-SHIFT-VINTAGE-DOWN.
           MOVE WS-VIN-ENTRY (WS-VIN-J)
             TO WS-VIN-ENTRY (WS-VIN-J + 1)
           EXIT.
      *---------------------------------------------------------------*
      * Prints the roll-rate matrix: the count block, then the
      * balance block, then the run counts.
      *---------------------------------------------------------------*
       5000-PRINT-ROLL-RATE.
           MOVE WS-RUN-MONTH   TO WS-ROL-RPT-RUN-MONTH
           MOVE WS-PRIOR-MONTH TO WS-ROL-RPT-PRIOR-MONTH
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-HEADER
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-BLANK
           PERFORM 5050-SET-COLUMN-LABEL
              VARYING WS-TO-I FROM 1 BY 1 UNTIL WS-TO-I > 6

           MOVE 'ACCOUNTS: PRIOR MONTH-END STAGE TO RUN MONTH-END'
                               TO WS-ROL-RPT-TITLE-TEXT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-TITLE
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-COL-HDR
           PERFORM 5100-PRINT-COUNT-ROW
              VARYING WS-FROM-I FROM 1 BY 1 UNTIL WS-FROM-I > 7

           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-BLANK
           MOVE 'BALANCES AT RUN MONTH-END, SAME CELLS'
                               TO WS-ROL-RPT-TITLE-TEXT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-TITLE
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-COL-HDR
           PERFORM 5200-PRINT-BALANCE-ROW
              VARYING WS-FROM-I FROM 1 BY 1 UNTIL WS-FROM-I > 7

           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-BLANK
           MOVE 'SNAPSHOTS READ'            TO WS-ROL-RPT-CNT-LABEL
           MOVE WS-SNAP-COUNT               TO WS-ROL-RPT-COUNT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-COUNT-LINE
           MOVE 'SNAPSHOTS BEFORE CAPTURE'  TO WS-ROL-RPT-CNT-LABEL
           MOVE WS-LEGACY-COUNT             TO WS-ROL-RPT-COUNT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-COUNT-LINE
           MOVE 'ACCOUNTS WALKED'           TO WS-ROL-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT               TO WS-ROL-RPT-COUNT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-COUNT-LINE
           MOVE 'ACCOUNTS IN THE MATRIX'    TO WS-ROL-RPT-CNT-LABEL
           MOVE WS-ROLLED-COUNT             TO WS-ROL-RPT-COUNT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-COUNT-LINE
           EXIT.
       5050-SET-COLUMN-LABEL.
           MOVE WS-STAGE-LABEL (WS-TO-I)
             TO WS-ROL-RPT-COL-LABEL (WS-TO-I)
           EXIT.
      *---------------------------------------------------------------*
      * One count row: the cells, the row total, and the share
      * that rolled to a worse stage (not judged for NEW).
      *---------------------------------------------------------------*
       5100-PRINT-COUNT-ROW.
           MOVE SPACES TO WS-ROL-RPT-LINE
           MOVE WS-STAGE-LABEL (WS-FROM-I) TO WS-ROL-RPT-FROM
           MOVE ZERO TO WS-ROW-COUNT WS-ROW-WORSE-COUNT
           PERFORM 5110-COUNT-CELL
              VARYING WS-TO-I FROM 1 BY 1 UNTIL WS-TO-I > 6
           MOVE WS-ROW-COUNT TO WS-ROL-RPT-CNT-TOTAL
           MOVE ZERO TO WS-PCT
           IF  WS-ROW-COUNT > ZERO AND WS-FROM-I < 7
               COMPUTE WS-PCT ROUNDED =
                   WS-ROW-WORSE-COUNT * 100 / WS-ROW-COUNT
           END-IF
           MOVE WS-PCT TO WS-ROL-RPT-CNT-PCT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-LINE
           EXIT.
       5110-COUNT-CELL.
           MOVE WS-ROLL-COUNT (WS-FROM-I, WS-TO-I)
             TO WS-ROL-RPT-CNT (WS-TO-I)
           ADD WS-ROLL-COUNT (WS-FROM-I, WS-TO-I) TO WS-ROW-COUNT
           IF  WS-TO-I > WS-FROM-I
               ADD WS-ROLL-COUNT (WS-FROM-I, WS-TO-I)
                 TO WS-ROW-WORSE-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One balance row: the cells, the row total, and the
      * balance that rolled worse as a share of the row's
      * prior month-end balance.
      *---------------------------------------------------------------*
       5200-PRINT-BALANCE-ROW.
           MOVE SPACES TO WS-ROL-RPT-LINE
           MOVE WS-STAGE-LABEL (WS-FROM-I) TO WS-ROL-RPT-FROM
           MOVE ZERO TO WS-ROW-WORSE-BAL
           PERFORM 5210-BALANCE-CELL
              VARYING WS-TO-I FROM 1 BY 1 UNTIL WS-TO-I > 6
           COMPUTE WS-ROL-RPT-TOTAL =
               WS-ROLL-BAL (WS-FROM-I, 1) + WS-ROLL-BAL (WS-FROM-I, 2)
             + WS-ROLL-BAL (WS-FROM-I, 3) + WS-ROLL-BAL (WS-FROM-I, 4)
             + WS-ROLL-BAL (WS-FROM-I, 5) + WS-ROLL-BAL (WS-FROM-I, 6)
           MOVE ZERO TO WS-PCT
           IF  WS-ROLL-FROM-PRIOR-BAL (WS-FROM-I) > ZERO
               AND WS-ROW-WORSE-BAL > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-ROW-WORSE-BAL * 100
                 / WS-ROLL-FROM-PRIOR-BAL (WS-FROM-I)
                   ON SIZE ERROR
                      MOVE 999.9 TO WS-PCT
               END-COMPUTE
               IF  WS-PCT > 999.9
                   MOVE 999.9 TO WS-PCT
               END-IF
           END-IF
           MOVE WS-PCT TO WS-ROL-RPT-PCT
           WRITE FD-ROLLRPT-REC FROM WS-ROL-RPT-LINE
           EXIT.
       5210-BALANCE-CELL.
           MOVE WS-ROLL-BAL (WS-FROM-I, WS-TO-I)
             TO WS-ROL-RPT-CELL (WS-TO-I)
           IF  WS-TO-I > WS-FROM-I
               ADD WS-ROLL-BAL (WS-FROM-I, WS-TO-I)
                 TO WS-ROW-WORSE-BAL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the vintage table, one row per cohort and product.
      *---------------------------------------------------------------*
       6000-PRINT-VINTAGE.
           MOVE WS-RUN-MONTH TO WS-VIN-RPT-RUN-MONTH
           WRITE FD-VINTRPT-REC FROM WS-VIN-RPT-HEADER
           WRITE FD-VINTRPT-REC FROM WS-VIN-RPT-BLANK
           PERFORM 6050-SET-MOB-LABEL
              VARYING WS-MOB-I FROM 1 BY 1 UNTIL WS-MOB-I > 7
           WRITE FD-VINTRPT-REC FROM WS-VIN-RPT-COL-HDR1
           WRITE FD-VINTRPT-REC FROM WS-VIN-RPT-COL-HDR2
           WRITE FD-VINTRPT-REC FROM WS-VIN-RPT-BLANK
           PERFORM 6100-PRINT-VINTAGE-ROW
              VARYING WS-VIN-I FROM 1 BY 1
              UNTIL WS-VIN-I > WS-VIN-ENTRIES-USED
           EXIT.
       6050-SET-MOB-LABEL.
           MOVE WS-MOB-CHECKPOINT (WS-MOB-I)
             TO WS-VIN-RPT-MOB-NO (WS-MOB-I)
           EXIT.
      *---------------------------------------------------------------*
      * One cohort/product row; a checkpoint the cohort has not
      * reached (nothing observed there) prints a dash.
      *---------------------------------------------------------------*
       6100-PRINT-VINTAGE-ROW.
           MOVE WS-VIN-COHORT (WS-VIN-I)  TO WS-VIN-RPT-COHORT
           MOVE WS-VIN-PRODUCT (WS-VIN-I) TO WS-VIN-RPT-PRODUCT
           MOVE WS-VIN-ACCTS (WS-VIN-I)   TO WS-VIN-RPT-ACCTS
           PERFORM 6110-FORMAT-VINTAGE-CELL
              VARYING WS-MOB-I FROM 1 BY 1 UNTIL WS-MOB-I > 7
           WRITE FD-VINTRPT-REC FROM WS-VIN-RPT-LINE
           EXIT.
       6110-FORMAT-VINTAGE-CELL.
           IF  WS-VIN-OBSERVED (WS-VIN-I, WS-MOB-I) = ZERO
               MOVE '    -' TO WS-VIN-RPT-DQ (WS-MOB-I)
               MOVE '    -' TO WS-VIN-RPT-CO (WS-MOB-I)
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-VIN-EVER-DQ (WS-VIN-I, WS-MOB-I) * 100
                 / WS-VIN-OBSERVED (WS-VIN-I, WS-MOB-I)
               MOVE WS-PCT              TO WS-VIN-RPT-PCT-EDIT
               MOVE WS-VIN-RPT-PCT-EDIT TO WS-VIN-RPT-DQ (WS-MOB-I)
               COMPUTE WS-PCT ROUNDED =
                   WS-VIN-EVER-CO (WS-VIN-I, WS-MOB-I) * 100
                 / WS-VIN-OBSERVED (WS-VIN-I, WS-MOB-I)
               MOVE WS-PCT              TO WS-VIN-RPT-PCT-EDIT
               MOVE WS-VIN-RPT-PCT-EDIT TO WS-VIN-RPT-CO (WS-MOB-I)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the balance snapshot history for sequential input.
      *---------------------------------------------------------------*
       0000-BALSNAP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random read.
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
               DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the roll-rate report for output.
      *---------------------------------------------------------------*
       0200-ROLLRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ROLLRPT-FILE
           IF  ROLLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ROLL-RATE REPORT'
               MOVE ROLLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the vintage report for output.
      *---------------------------------------------------------------*
       0300-VINTRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT VINTRPT-FILE
           IF  VINTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING VINTAGE REPORT'
               MOVE VINTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the balance snapshot history.
      *---------------------------------------------------------------*
       9000-BALSNAP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the roll-rate report.
      *---------------------------------------------------------------*
       9200-ROLLRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ROLLRPT-FILE
           IF  ROLLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ROLL-RATE REPORT'
               MOVE ROLLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the vintage report.
      *---------------------------------------------------------------*
       9300-VINTRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE VINTRPT-FILE
           IF  VINTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING VINTAGE REPORT'
               MOVE VINTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the reports themselves were written.
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
      * count of accounts walked and end timestamp.
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
