      ******************************************************************
      * Program     : CBREA01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly re-age volume report: the re-ages
      *               requested, approved and denied in the month,
      *               each decided request listed, and the
      *               past-due amounts the approvals cleared.
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
      * CBREA01C - Re-Age Volume Report (Batch, monthly, after
      *            month end)
      *
      * Re-ages are requested and decided on COREA00C -- one
      * REAGE record (CVREA01Y.cpy) per request. Regulators and
      * the credit risk committee watch re-age volumes for signs
      * that delinquency is being hidden rather than cured, so
      * this job reads the whole history once and reports on the
      * month the run date falls in:
      *
      *   - every request decided in the month (approved or
      *     denied), with requester, supervisor and, for an
      *     approval, the past-due amount cleared;
      *   - counts of requests made, approved and denied in the
      *     month, the requests still pending at the run, and
      *     the total past due the month's approvals cleared.
      *
      * A request is counted as made in the month of its request
      * date and as decided in the month of its decision date,
      * so one made late in a month and decided early in the
      * next appears in both months' counts.
      *
      * Files accessed:
      *   REAGE     - Re-age history (KSDS, sequential read)
      *   REAGRPT   - Re-age volume report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives via JCL PARM: a date in the month to report,
      * normally the month-end date: PARM='2022-07-31'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBREA01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REAGE-FILE ASSIGN TO REAGE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-REA-KEY
                  FILE STATUS  IS REAGE-STATUS.

           SELECT REAGRPT-FILE ASSIGN TO REAGRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS REAGRPT-STATUS.

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
      * FD for the re-age history VSAM (150 bytes)
       FD  REAGE-FILE.
       01  FD-REAGE-REC.
           05 FD-REA-KEY.
              10 FD-REA-ACCT-ID                 PIC 9(11).
              10 FD-REA-SEQ                     PIC 9(03).
           05 FD-REA-DATA                       PIC X(136).

      * FD for the re-age volume report (132-byte print)
       FD  REAGRPT-FILE.
       01  FD-REAGRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVREA01Y: 150-byte re-age history record
       COPY CVREA01Y.
       01  REAGE-STATUS.
           05  REAGE-STAT1         PIC X.
           05  REAGE-STAT2         PIC X.

       01  REAGRPT-STATUS.
           05  REAGRPT-STAT1       PIC X.
           05  REAGRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBREA01C'.
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
           05 WS-DECISION-LABEL         PIC X(08) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-REAGE-READ             PIC 9(09) VALUE 0.
           05 WS-REQUESTED-COUNT        PIC 9(09) VALUE 0.
           05 WS-APPROVED-COUNT         PIC 9(09) VALUE 0.
           05 WS-DENIED-COUNT           PIC 9(09) VALUE 0.
           05 WS-PENDING-COUNT          PIC 9(09) VALUE 0.
           05 WS-PAST-DUE-CLEARED       PIC S9(11)V99 VALUE 0.

      * Re-age report lines (sole-writer convention)
       01 WS-REA-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'RE-AGE VOLUME REPORT'.
           05 FILLER                    PIC X(08)
                   VALUE 'MONTH: '.
           05 WS-REA-RPT-MONTH          PIC X(07).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE: '.
           05 WS-REA-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(52) VALUE SPACES.
       01 WS-REA-RPT-SECTION.
           05 WS-REA-RPT-SECTION-TXT    PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-REA-RPT-DTL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'ACCOUNT     SEQ  REQUESTED   REQ BY    DECIDED     SU
      -       'PERVISOR DECISION  STAGE PERIODS   PAST DUE CLEARED'.
       01 WS-REA-RPT-DETAIL.
           05 WS-REA-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-REA-RPT-SEQ            PIC 9(03).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-REA-RPT-REQ-DATE       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-REA-RPT-REQ-USR        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-REA-RPT-DEC-DATE       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-REA-RPT-APPROVER       PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-REA-RPT-DECISION       PIC X(08).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-REA-RPT-STAGE          PIC X(01).
           05 FILLER                    PIC X(07) VALUE SPACES.
           05 WS-REA-RPT-PERIODS        PIC 9(01).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 WS-REA-RPT-CLEARED        PIC Z(08)9.99.
           05 FILLER                    PIC X(34) VALUE SPACES.
       01 WS-REA-RPT-TOTAL-LINE.
           05 WS-REA-RPT-TOT-LABEL      PIC X(30).
           05 WS-REA-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-REA-RPT-AMT-LINE.
           05 WS-REA-RPT-AMT-LABEL      PIC X(30).
           05 WS-REA-RPT-AMT            PIC -(11)9.99.
           05 FILLER                    PIC X(87) VALUE SPACES.
       01 WS-REA-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: a date in the month reported,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: one pass over the history, then totals.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBREA01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:7) TO WS-REPORT-MONTH
           PERFORM 0000-REAGE-OPEN.
           PERFORM 0100-REAGRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE WS-REPORT-MONTH TO WS-REA-RPT-MONTH
           MOVE PARM-DATE       TO WS-REA-RPT-DATE
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-HEADER
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-BLANK
           MOVE 'RE-AGE REQUESTS DECIDED THIS MONTH'
                                TO WS-REA-RPT-SECTION-TXT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-SECTION
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-DTL-HDR

           PERFORM 1000-REAGE-STEP
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 3000-PRINT-TOTALS.

           PERFORM 9000-REAGE-CLOSE.
           PERFORM 9100-REAGRPT-CLOSE.

           DISPLAY 'RE-AGE RECORDS READ    :' WS-REAGE-READ
           DISPLAY 'REQUESTED IN MONTH     :' WS-REQUESTED-COUNT
           DISPLAY 'APPROVED IN MONTH      :' WS-APPROVED-COUNT
           DISPLAY 'DENIED IN MONTH        :' WS-DENIED-COUNT
           DISPLAY 'PENDING AT RUN         :' WS-PENDING-COUNT
           DISPLAY 'PAST DUE CLEARED       :' WS-PAST-DUE-CLEARED

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBREA01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One step of the history pass: reads the next request and
      * counts it against the month.
      *---------------------------------------------------------------*
       1000-REAGE-STEP.
           READ REAGE-FILE NEXT RECORD INTO REAGE-RECORD
           IF REAGE-STATUS = '00'
              ADD 1 TO WS-REAGE-READ
              PERFORM 1100-COUNT-REQUEST
           ELSE
              IF REAGE-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING RE-AGE HISTORY FILE'
                 MOVE REAGE-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts one request: made in the month, decided in the
      * month (listed), or still waiting for a supervisor.
      *---------------------------------------------------------------*
       1100-COUNT-REQUEST.
           IF  REA-REQUEST-DATE(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-REQUESTED-COUNT
           END-IF
           IF  REA-STATUS-PENDING
               ADD 1 TO WS-PENDING-COUNT
           END-IF
           IF  REA-DECISION-DATE(1:7) = WS-REPORT-MONTH
               EVALUATE TRUE
                   WHEN REA-STATUS-APPROVED
                       ADD 1 TO WS-APPROVED-COUNT
                       ADD REA-PRIOR-PAST-DUE TO WS-PAST-DUE-CLEARED
                       MOVE 'APPROVED'        TO WS-DECISION-LABEL
                       PERFORM 1200-WRITE-DETAIL
                   WHEN REA-STATUS-DENIED
                       ADD 1 TO WS-DENIED-COUNT
                       MOVE 'DENIED'          TO WS-DECISION-LABEL
                       PERFORM 1200-WRITE-DETAIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Lists one decided request. A denial cleared nothing.
      *---------------------------------------------------------------*
       1200-WRITE-DETAIL.
           MOVE REA-ACCT-ID          TO WS-REA-RPT-ACCT
           MOVE REA-SEQ              TO WS-REA-RPT-SEQ
           MOVE REA-REQUEST-DATE     TO WS-REA-RPT-REQ-DATE
           MOVE REA-REQUEST-USR-ID   TO WS-REA-RPT-REQ-USR
           MOVE REA-DECISION-DATE    TO WS-REA-RPT-DEC-DATE
           MOVE REA-APPROVER-USR-ID  TO WS-REA-RPT-APPROVER
           MOVE WS-DECISION-LABEL    TO WS-REA-RPT-DECISION
           MOVE REA-PRIOR-STAGE      TO WS-REA-RPT-STAGE
           MOVE REA-QUAL-PERIODS     TO WS-REA-RPT-PERIODS
           IF  REA-STATUS-APPROVED
               MOVE REA-PRIOR-PAST-DUE TO WS-REA-RPT-CLEARED
           ELSE
               MOVE ZERO               TO WS-REA-RPT-CLEARED
           END-IF
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-DETAIL
           EXIT.
      *---------------------------------------------------------------*
      * Month totals.
      *---------------------------------------------------------------*
       3000-PRINT-TOTALS.
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-BLANK
           MOVE 'MONTH TOTALS' TO WS-REA-RPT-SECTION-TXT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-SECTION

           MOVE 'RE-AGES REQUESTED'        TO WS-REA-RPT-TOT-LABEL
           MOVE WS-REQUESTED-COUNT         TO WS-REA-RPT-TOT-COUNT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-TOTAL-LINE

           MOVE 'RE-AGES APPROVED'         TO WS-REA-RPT-TOT-LABEL
           MOVE WS-APPROVED-COUNT          TO WS-REA-RPT-TOT-COUNT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-TOTAL-LINE

           MOVE 'RE-AGES DENIED'           TO WS-REA-RPT-TOT-LABEL
           MOVE WS-DENIED-COUNT            TO WS-REA-RPT-TOT-COUNT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-TOTAL-LINE

           MOVE 'REQUESTS PENDING AT RUN'  TO WS-REA-RPT-TOT-LABEL
           MOVE WS-PENDING-COUNT           TO WS-REA-RPT-TOT-COUNT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-TOTAL-LINE

           MOVE 'PAST DUE CLEARED'         TO WS-REA-RPT-AMT-LABEL
           MOVE WS-PAST-DUE-CLEARED        TO WS-REA-RPT-AMT
           WRITE FD-REAGRPT-REC FROM WS-REA-RPT-AMT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the re-age history for sequential input.
      *---------------------------------------------------------------*
       0000-REAGE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT REAGE-FILE
           IF  REAGE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RE-AGE HISTORY FILE'
               MOVE REAGE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the re-age volume report for output.
      *---------------------------------------------------------------*
       0100-REAGRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT REAGRPT-FILE
           IF  REAGRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RE-AGE REPORT'
               MOVE REAGRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the re-age history.
      *---------------------------------------------------------------*
       9000-REAGE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE REAGE-FILE
           IF  REAGE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RE-AGE HISTORY FILE'
               MOVE REAGE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the re-age volume report.
      *---------------------------------------------------------------*
       9100-REAGRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE REAGRPT-FILE
           IF  REAGRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RE-AGE REPORT'
               MOVE REAGRPT-STATUS TO IO-STATUS
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
      * re-age records read and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-REAGE-READ               TO BATCH-RECORD-COUNT
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
