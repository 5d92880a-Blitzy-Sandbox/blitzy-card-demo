      ******************************************************************
      * Program     : CBRHS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Batch run history: daily SLA breach and 
      *               weekly elapsed-time and volume trends.
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
      * CBRHS01C - Batch Run SLA and Trend Report (Batch)
      *
      * BATCHSTS shows only last night. Every BATCHSTS writer
      * also records each run on the BATCHHST run history
      * (CVBRH01Y.cpy, through CSBRHLOG), and this job reads
      * that history, job by job, in one of two modes:
      *
      *   D - Daily. Every run that started on the run date,
      *       measured three ways:
      *         SLA  - elapsed over the job's BATCHSLA target
      *         LATE - ended after the job's BATCHSLA end-by
      *                deadline
      *         LONG - elapsed over a percentage of the job's
      *                own 30-day average (complete runs in
      *                the 30 days before the run date, at
      *                least three of them): the SLA-LONG-RUN-
      *                PCT on its BATCHSLA row, or the RHSLNGPC
      *                business rule [150]
      *       Each job with a flagged run raises one WARNING
      *       ALERTS record, under the breaching job's name.
      *   W - Weekly. Per job, the seven days ending on the run
      *       date against the seven before: runs, average and
      *       longest elapsed, records processed, the average
      *       time of day the job ended and how far that has
      *       moved -- the cycle drifting later shows here
      *       first.
      *
      * Files accessed:
      *   BATCHHST  - Run history (KSDS, sequential read)
      *   BATCHSLA  - Per-job SLA targets (KSDS, random read;
      *               tolerated missing -- averages only)
      *   BIZRULE   - Business rules, through CSBRPLKP
      *   ALERTS    - Operational alerts (KSDS, deferred open)
      *   RHSRPT    - SLA / trend report (sequential output,
      *               132)
      *
      * Receives via JCL PARM: run date and mode:
      *   PARM='2022-07-19 D'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRHS01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHHST-FILE ASSIGN TO BATCHHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BRH-KEY
                  FILE STATUS  IS BATCHHST-STATUS.

           SELECT BATCHSLA-FILE ASSIGN TO BATCHSLA
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SLA-JOB-NAME
                  FILE STATUS  IS BATCHSLA-STATUS.

           SELECT ALERTS-FILE ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ALT-KEY
                  FILE STATUS  IS ALERTS-STATUS.

           SELECT RHSRPT-FILE ASSIGN TO RHSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RHSRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the run history VSAM (80 bytes)
       FD  BATCHHST-FILE.
       01  FD-BATCHHST-REC.
           05 FD-BRH-KEY                        PIC X(22).
           05 FD-BRH-DATA                       PIC X(58).

      * FD for the SLA target VSAM (60 bytes)
       FD  BATCHSLA-FILE.
       01  FD-BATCHSLA-REC.
           05 FD-SLA-JOB-NAME                   PIC X(08).
           05 FD-SLA-DATA                       PIC X(52).

      * FD for the operational alert VSAM (160 bytes)
       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05 FD-ALT-DATA                       PIC X(138).

       FD  RHSRPT-FILE.
       01  FD-RHSRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVBRH01Y: 80-byte run history record
       COPY CVBRH01Y.
       01  BATCHHST-STATUS.
           05  BATCHHST-STAT1      PIC X.
           05  BATCHHST-STAT2      PIC X.

      * CVSLA01Y: 60-byte SLA target record
       COPY CVSLA01Y.
       01  BATCHSLA-STATUS.
           05  BATCHSLA-STAT1      PIC X.
           05  BATCHSLA-STAT2      PIC X.
       01  WS-BATCHSLA-AVAILABLE   PIC X(01) VALUE 'N'.

      * CSALT01Y: 160-byte operational alert record
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.
       01  WS-ALERT-SEVERITY        PIC X(01) VALUE SPACES.
       01  WS-ALERT-MESSAGE         PIC X(80) VALUE SPACES.

       01  RHSRPT-STATUS.
           05  RHSRPT-STAT1        PIC X.
           05  RHSRPT-STAT2        PIC X.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01  WS-BRP-WORK-AREA.
           05 FILLER.
       COPY CSBRPWY.

      * Report lines -- both modes share the header
       01  RHS-RPT-HEADER.
           05  RHS-RPT-TITLE            PIC X(34).
           05  FILLER                   PIC X(12)
                   VALUE 'RUN DATE : '.
           05  RHS-RPT-RUN-DATE         PIC X(10).
           05  FILLER                   PIC X(76) VALUE SPACES.
       01  RHS-RPT-RULE.
           05  RHS-RPT-RULE-TEXT        PIC X(80).
           05  FILLER                   PIC X(52) VALUE SPACES.
       01  RHS-RPT-BLANK                PIC X(132) VALUE SPACES.

      * Daily: one line per run on the run date
       01  RHS-DLY-COL-HDR.
           05  FILLER                   PIC X(10) VALUE 'JOB'.
           05  FILLER                   PIC X(16) VALUE 'STARTED'.
           05  FILLER                   PIC X(16) VALUE 'ENDED'.
           05  FILLER                   PIC X(10) VALUE 'ELAPSED'.
           05  FILLER                   PIC X(11) VALUE 'RECORDS'.
           05  FILLER                   PIC X(06) VALUE 'RC'.
           05  FILLER                   PIC X(10) VALUE 'STATUS'.
           05  FILLER                   PIC X(10) VALUE '30D AVG'.
           05  FILLER                   PIC X(10) VALUE 'SLA'.
           05  FILLER                   PIC X(10) VALUE 'END BY'.
           05  FILLER                   PIC X(23) VALUE 'FLAGS'.
       01  RHS-DLY-LINE.
           05  RHS-DLY-JOB              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-START            PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-END              PIC X(14).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-ELAPSED          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-RECORDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-RC               PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-STATUS           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-AVG              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-SLA              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-END-BY           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-DLY-FLAGS            PIC X(14).
           05  FILLER                   PIC X(09) VALUE SPACES.
       01  RHS-DLY-TOTALS.
           05  FILLER                   PIC X(16)
                   VALUE 'RUNS REPORTED : '.
           05  RHS-DLY-TOT-RUNS         PIC ZZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE 'RUNS FLAGGED  : '.
           05  RHS-DLY-TOT-FLAGGED      PIC ZZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE 'ALERTS RAISED : '.
           05  RHS-DLY-TOT-ALERTS       PIC ZZZZ9.
           05  FILLER                   PIC X(61) VALUE SPACES.

      * Weekly: one line per job, this week against the last
       01  RHS-WKY-COL-HDR1.
           05  FILLER                   PIC X(16) VALUE SPACES.
           05  FILLER                   PIC X(40)
                   VALUE '------------ ELAPSED -------------'.
           05  FILLER                   PIC X(37)
                   VALUE '--------- RECORDS ---------'.
           05  FILLER                   PIC X(39)
                   VALUE '------ ENDED ------'.
       01  RHS-WKY-COL-HDR2.
           05  FILLER                   PIC X(10) VALUE 'JOB'.
           05  FILLER                   PIC X(06) VALUE 'RUNS'.
           05  FILLER                   PIC X(10) VALUE 'AVERAGE'.
           05  FILLER                   PIC X(10) VALUE 'LONGEST'.
           05  FILLER                   PIC X(10) VALUE 'PRIOR AVG'.
           05  FILLER                   PIC X(10) VALUE 'CHANGE'.
           05  FILLER                   PIC X(12) VALUE 'THIS WEEK'.
           05  FILLER                   PIC X(12) VALUE 'PRIOR WEEK'.
           05  FILLER                   PIC X(13) VALUE 'CHANGE'.
           05  FILLER                   PIC X(10) VALUE 'AVG END'.
           05  FILLER                   PIC X(11) VALUE 'DRIFT MIN'.
           05  FILLER                   PIC X(18) VALUE 'FAILED'.
       01  RHS-WKY-LINE.
           05  RHS-WKY-JOB              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-RUNS             PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-AVG              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-MAX              PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-PRIOR-AVG        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-ELAP-CHG         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-RECS             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-PRIOR-RECS       PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-VOL-CHG          PIC X(08).
           05  FILLER                   PIC X(05) VALUE SPACES.
           05  RHS-WKY-AVG-END          PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RHS-WKY-DRIFT            PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RHS-WKY-FAILS            PIC ZZ9.
           05  FILLER                   PIC X(15) VALUE SPACES.
       01  RHS-WKY-TOTALS.
           05  FILLER                   PIC X(16)
                   VALUE 'JOBS REPORTED : '.
           05  RHS-WKY-TOT-JOBS         PIC ZZZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(22)
                   VALUE 'CYCLE ELAPSED, WEEK : '.
           05  RHS-WKY-TOT-ELAPSED      PIC X(08).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(14)
                   VALUE 'PRIOR WEEK : '.
           05  RHS-WKY-TOT-PRIOR        PIC X(08).
           05  FILLER                   PIC X(51) VALUE SPACES.

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
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Date arithmetic: the run date, each row's run date,
      * start and end as day numbers
       01  WS-DATE-YMD-9            PIC 9(08).
       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
       01  WS-ROW-DATE-INT          PIC S9(09) COMP.
       01  WS-DAYS-BACK             PIC S9(09) COMP.
       01  WS-START-DAY-INT         PIC S9(09) COMP.
       01  WS-END-DAY-INT           PIC S9(09) COMP.
       01  WS-DEADLINE-DAY-INT      PIC S9(09) COMP.
      * The run's end as seconds after midnight of the day it
      * started -- past 86400 when it ended the next day
       01  WS-END-OFFSET-SECS       PIC S9(09) COMP.

       01 WS-MISC-VARS.
           05 WS-HIST-EOF           PIC X(01) VALUE 'N'.
           05 WS-CURR-JOB           PIC X(08) VALUE SPACES.
           05 WS-DEFAULT-LONG-PCT   PIC 9(03) VALUE 150.
           05 WS-LONG-RUN-PCT       PIC 9(03) VALUE 150.
           05 WS-MIN-AVG-RUNS       PIC 9(03) VALUE 3.
           05 WS-FLAG-SLA           PIC X(01) VALUE 'N'.
           05 WS-FLAG-LATE          PIC X(01) VALUE 'N'.
           05 WS-FLAG-LONG          PIC X(01) VALUE 'N'.
           05 WS-FLAG-PTR           PIC S9(04) COMP VALUE 1.
      * Time formatting: seconds in, HH:MM:SS or HH:MM out
           05 WS-FMT-SECS           PIC S9(09) COMP VALUE 0.
           05 WS-FMT-HH             PIC 9(02) VALUE 0.
           05 WS-FMT-MM             PIC 9(02) VALUE 0.
           05 WS-FMT-SS             PIC 9(02) VALUE 0.
           05 WS-FMT-HMS            PIC X(08) VALUE SPACES.
           05 WS-FMT-REM            PIC S9(09) COMP VALUE 0.
      * Percentage change, N/A when there is nothing to compare
           05 WS-PCT-OLD            PIC S9(11) COMP-3 VALUE 0.
           05 WS-PCT-NEW            PIC S9(11) COMP-3 VALUE 0.
           05 WS-PCT-CHG            PIC S9(07) COMP-3 VALUE 0.
           05 WS-PCT-EDIT           PIC ---,--9.
           05 WS-PCT-TEXT           PIC X(08) VALUE SPACES.
           05 WS-DRIFT-MIN          PIC S9(07) COMP-3 VALUE 0.
           05 WS-DRIFT-EDIT         PIC ---,--9.

      * One job's accumulators, reset at each job break.
      * Daily: the 30-day average and the job's worst run on
      * the date. Weekly: this week (W1) and the prior (W2).
       01 WS-JOB-ACCUM.
           05 WS-AVG-RUNS           PIC S9(07) COMP-3 VALUE 0.
           05 WS-AVG-SUM-SECS       PIC S9(11) COMP-3 VALUE 0.
           05 WS-AVG-SECS           PIC S9(09) COMP VALUE 0.
           05 WS-JOB-FLAGGED        PIC X(01) VALUE 'N'.
           05 WS-JOB-WORST-SECS     PIC S9(09) COMP VALUE 0.
           05 WS-JOB-WORST-FLAGS    PIC X(14) VALUE SPACES.
           05 WS-W1-RUNS            PIC S9(07) COMP-3 VALUE 0.
           05 WS-W1-DONE            PIC S9(07) COMP-3 VALUE 0.
           05 WS-W1-FAILS           PIC S9(07) COMP-3 VALUE 0.
           05 WS-W1-SUM-SECS        PIC S9(11) COMP-3 VALUE 0.
           05 WS-W1-MAX-SECS        PIC S9(09) COMP VALUE 0.
           05 WS-W1-RECS            PIC S9(11) COMP-3 VALUE 0.
           05 WS-W1-END-SUM         PIC S9(11) COMP-3 VALUE 0.
           05 WS-W2-DONE            PIC S9(07) COMP-3 VALUE 0.
           05 WS-W2-SUM-SECS        PIC S9(11) COMP-3 VALUE 0.
           05 WS-W2-RECS            PIC S9(11) COMP-3 VALUE 0.
           05 WS-W2-END-SUM         PIC S9(11) COMP-3 VALUE 0.
           05 WS-W1-AVG-SECS        PIC S9(09) COMP VALUE 0.
           05 WS-W2-AVG-SECS        PIC S9(09) COMP VALUE 0.
           05 WS-W1-AVG-END         PIC S9(09) COMP VALUE 0.
           05 WS-W2-AVG-END         PIC S9(09) COMP VALUE 0.

       01 WS-COUNTERS.
           05 WS-RUNS-REPORTED      PIC S9(07) COMP-3 VALUE 0.
           05 WS-RUNS-FLAGGED       PIC S9(07) COMP-3 VALUE 0.
           05 WS-JOBS-REPORTED      PIC S9(07) COMP-3 VALUE 0.
           05 WS-ALERTS-RAISED      PIC 9(03) VALUE 0.
           05 WS-CYCLE-W1-SECS      PIC S9(11) COMP-3 VALUE 0.
           05 WS-CYCLE-W2-SECS      PIC S9(11) COMP-3 VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: run date, mode (D daily, W weekly)
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-MODE           PIC X(01).
               88  PARM-MODE-DAILY     VALUE 'D'.
               88  PARM-MODE-WEEKLY    VALUE 'W'.
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRHS01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           DISPLAY 'MODE    : ' PARM-MODE
           IF NOT PARM-MODE-DAILY AND NOT PARM-MODE-WEEKLY
              DISPLAY 'PARM MODE MUST BE D (DAILY) OR W (WEEKLY)'
              PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)

           PERFORM 0500-LOAD-BUSINESS-RULES
           PERFORM 0000-FILES-OPEN.
           PERFORM 0600-WRITE-HEADINGS

           MOVE 'N' TO WS-HIST-EOF
           PERFORM 1000-READ-HISTORY
           PERFORM 2000-PROCESS-HISTORY-ROW
              UNTIL WS-HIST-EOF = 'Y'
           IF WS-CURR-JOB NOT = SPACES
              PERFORM 3000-END-OF-JOB
           END-IF

           PERFORM 0700-WRITE-TOTALS
           PERFORM 9000-FILES-CLOSE.

           DISPLAY 'RUNS REPORTED          :' WS-RUNS-REPORTED
           DISPLAY 'RUNS FLAGGED           :' WS-RUNS-FLAGGED
           DISPLAY 'ALERTS RAISED          :' WS-ALERTS-RAISED
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRHS01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * The long-run percentage in force on the run date, for
      * jobs whose BATCHSLA row does not set their own.
      *---------------------------------------------------------------*
       0500-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE              TO WS-BRP-DATE
           MOVE 'RHSLNGPC'             TO WS-BRP-CODE
           MOVE WS-DEFAULT-LONG-PCT    TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           IF WS-BRP-VALUE > 0 AND WS-BRP-VALUE < 1000
              MOVE WS-BRP-VALUE        TO WS-DEFAULT-LONG-PCT
           END-IF
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * The mode's title and column headings, the rule line
      * beneath the title.
      *---------------------------------------------------------------*
       0600-WRITE-HEADINGS.
           IF PARM-MODE-DAILY
              MOVE 'BATCH RUN SLA REPORT - DAILY'  TO RHS-RPT-TITLE
           ELSE
              MOVE 'BATCH RUN TREND REPORT - WEEKLY'
                                                  TO RHS-RPT-TITLE
           END-IF
           MOVE PARM-DATE TO RHS-RPT-RUN-DATE
           WRITE FD-RHSRPT-REC FROM RHS-RPT-HEADER
           WRITE FD-RHSRPT-REC FROM RHS-RPT-BLANK
           PERFORM 0610-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           WRITE FD-RHSRPT-REC FROM RHS-RPT-BLANK
           IF PARM-MODE-DAILY
              WRITE FD-RHSRPT-REC FROM RHS-DLY-COL-HDR
           ELSE
              WRITE FD-RHSRPT-REC FROM RHS-WKY-COL-HDR1
              WRITE FD-RHSRPT-REC FROM RHS-WKY-COL-HDR2
           END-IF
           IF RHSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SLA REPORT'
              MOVE RHSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       0610-WRITE-RULE-LINE.
           MOVE WS-BRP-RPT-LINE(WS-BRP-SUB) TO RHS-RPT-RULE-TEXT
           WRITE FD-RHSRPT-REC FROM RHS-RPT-RULE
           EXIT.
      *---------------------------------------------------------------*
      * The mode's totals line.
      *---------------------------------------------------------------*
       0700-WRITE-TOTALS.
           WRITE FD-RHSRPT-REC FROM RHS-RPT-BLANK
           IF PARM-MODE-DAILY
              MOVE WS-RUNS-REPORTED  TO RHS-DLY-TOT-RUNS
              MOVE WS-RUNS-FLAGGED   TO RHS-DLY-TOT-FLAGGED
              MOVE WS-ALERTS-RAISED  TO RHS-DLY-TOT-ALERTS
              WRITE FD-RHSRPT-REC FROM RHS-DLY-TOTALS
           ELSE
              MOVE WS-JOBS-REPORTED  TO RHS-WKY-TOT-JOBS
              MOVE WS-CYCLE-W1-SECS  TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS        TO RHS-WKY-TOT-ELAPSED
              MOVE WS-CYCLE-W2-SECS  TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS        TO RHS-WKY-TOT-PRIOR
              WRITE FD-RHSRPT-REC FROM RHS-WKY-TOTALS
           END-IF
           IF RHSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SLA REPORT'
              MOVE RHSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Next history row, in job + start order.
      *---------------------------------------------------------------*
       1000-READ-HISTORY.
           READ BATCHHST-FILE NEXT RECORD INTO BATCH-RUN-HIST-RECORD
           EVALUATE BATCHHST-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 MOVE 'Y' TO WS-HIST-EOF
              WHEN OTHER
                 DISPLAY 'ERROR READING RUN HISTORY'
                 MOVE BATCHHST-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * One history row: a job break when the name changes,
      * then the row by how many days before the run date it
      * ran. Rows after the run date are left alone, so a
      * report can be rerun for a past date.
      *---------------------------------------------------------------*
       2000-PROCESS-HISTORY-ROW.
           IF BRH-JOB-NAME NOT = WS-CURR-JOB
              IF WS-CURR-JOB NOT = SPACES
                 PERFORM 3000-END-OF-JOB
              END-IF
              PERFORM 2100-START-OF-JOB
           END-IF

           MOVE 9999 TO WS-DAYS-BACK
           IF BRH-RUN-DATE(1:4) IS NUMERIC
              AND BRH-RUN-DATE(6:2) IS NUMERIC
              AND BRH-RUN-DATE(9:2) IS NUMERIC
              MOVE BRH-RUN-DATE(1:4) TO WS-DATE-YMD-9(1:4)
              MOVE BRH-RUN-DATE(6:2) TO WS-DATE-YMD-9(5:2)
              MOVE BRH-RUN-DATE(9:2) TO WS-DATE-YMD-9(7:2)
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD-9) = 0
                 COMPUTE WS-ROW-DATE-INT =
                     FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
                 COMPUTE WS-DAYS-BACK =
                     WS-RUN-DATE-INT - WS-ROW-DATE-INT
              END-IF
           END-IF

           IF PARM-MODE-DAILY
              EVALUATE TRUE
                 WHEN WS-DAYS-BACK = 0
                    PERFORM 4000-REPORT-DAILY-RUN
                 WHEN WS-DAYS-BACK >= 1 AND WS-DAYS-BACK <= 30
                    IF BRH-STATUS-COMPLETE
                       ADD 1                TO WS-AVG-RUNS
                       ADD BRH-ELAPSED-SECS TO WS-AVG-SUM-SECS
                    END-IF
              END-EVALUATE
           ELSE
              IF WS-DAYS-BACK >= 0 AND WS-DAYS-BACK <= 13
                 PERFORM 5000-ACCUMULATE-WEEK
              END-IF
           END-IF

           PERFORM 1000-READ-HISTORY
           EXIT.
      *---------------------------------------------------------------*
      * A new job: accumulators cleared, its SLA row read. No
      * row, or no BATCHSLA file, leaves it with no targets and
      * the default long-run percentage.
      *---------------------------------------------------------------*
       2100-START-OF-JOB.
           MOVE BRH-JOB-NAME TO WS-CURR-JOB
           INITIALIZE WS-JOB-ACCUM
           MOVE 'N' TO WS-JOB-FLAGGED
           INITIALIZE BATCH-SLA-RECORD
           IF WS-BATCHSLA-AVAILABLE = 'Y'
              MOVE BRH-JOB-NAME TO FD-SLA-JOB-NAME
              READ BATCHSLA-FILE INTO BATCH-SLA-RECORD
                 INVALID KEY
                    INITIALIZE BATCH-SLA-RECORD
              END-READ
           END-IF
           IF SLA-LONG-RUN-PCT > 0
              MOVE SLA-LONG-RUN-PCT    TO WS-LONG-RUN-PCT
           ELSE
              MOVE WS-DEFAULT-LONG-PCT TO WS-LONG-RUN-PCT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The job is done: daily, one alert for its worst flagged
      * run; weekly, its trend line.
      *---------------------------------------------------------------*
       3000-END-OF-JOB.
           IF PARM-MODE-DAILY
              IF WS-JOB-FLAGGED = 'Y'
                 PERFORM 3100-RAISE-JOB-ALERT
              END-IF
           ELSE
              IF WS-W1-RUNS > 0 OR WS-W2-DONE > 0
                 PERFORM 5100-WRITE-WEEKLY-LINE
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One WARNING per flagged job, raised under its own name:
      * the worst run's elapsed, its flags, and what it was
      * measured against.
      *---------------------------------------------------------------*
       3100-RAISE-JOB-ALERT.
           MOVE 'W' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-MESSAGE
           MOVE WS-JOB-WORST-SECS TO WS-FMT-SECS
           PERFORM 8100-FORMAT-HMS
           MOVE WS-FMT-HMS TO RHS-DLY-ELAPSED
           MOVE WS-AVG-SECS TO WS-FMT-SECS
           PERFORM 8100-FORMAT-HMS
           STRING 'BATCH SLA: ' WS-CURR-JOB ' RAN ' RHS-DLY-ELAPSED
                  ' (' WS-JOB-WORST-FLAGS DELIMITED BY SIZE
                  ') 30D AVG ' WS-FMT-HMS DELIMITED BY SIZE
             INTO WS-ALERT-MESSAGE
           END-STRING
           PERFORM 8700-RAISE-ALERT
           ADD 1 TO WS-ALERTS-RAISED
           EXIT.
      *---------------------------------------------------------------*
      * Daily: one run on the run date, measured against the
      * job's targets and average, and reported. Only a run
      * that recorded its end is measured.
      *---------------------------------------------------------------*
       4000-REPORT-DAILY-RUN.
           IF WS-AVG-RUNS > 0
              COMPUTE WS-AVG-SECS ROUNDED =
                  WS-AVG-SUM-SECS / WS-AVG-RUNS
           ELSE
              MOVE 0 TO WS-AVG-SECS
           END-IF
           MOVE 'N' TO WS-FLAG-SLA WS-FLAG-LATE WS-FLAG-LONG

           IF NOT BRH-STATUS-RUNNING
              IF SLA-MAX-ELAPSED-SECS > 0
                 AND BRH-ELAPSED-SECS > SLA-MAX-ELAPSED-SECS
                 MOVE 'Y' TO WS-FLAG-SLA
              END-IF
              IF SLA-END-BY-TIME IS NUMERIC
                 PERFORM 4100-CHECK-END-BY
              END-IF
              IF WS-AVG-RUNS >= WS-MIN-AVG-RUNS
                 AND WS-AVG-SECS > 0
                 AND BRH-ELAPSED-SECS * 100 >
                     WS-AVG-SECS * WS-LONG-RUN-PCT
                 MOVE 'Y' TO WS-FLAG-LONG
              END-IF
           END-IF

           MOVE SPACES            TO RHS-DLY-FLAGS
           MOVE 1                 TO WS-FLAG-PTR
           IF WS-FLAG-SLA = 'Y'
              STRING 'SLA ' DELIMITED BY SIZE
                INTO RHS-DLY-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FLAG-LATE = 'Y'
              STRING 'LATE ' DELIMITED BY SIZE
                INTO RHS-DLY-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-FLAG-LONG = 'Y'
              STRING 'LONG' DELIMITED BY SIZE
                INTO RHS-DLY-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF

           MOVE BRH-JOB-NAME      TO RHS-DLY-JOB
           MOVE BRH-START-TS      TO RHS-DLY-START
           MOVE BRH-END-TS        TO RHS-DLY-END
           MOVE BRH-RECORD-COUNT  TO RHS-DLY-RECORDS
           MOVE BRH-RETURN-CD     TO RHS-DLY-RC
           EVALUATE TRUE
              WHEN BRH-STATUS-COMPLETE
                 MOVE 'COMPLETE' TO RHS-DLY-STATUS
              WHEN BRH-STATUS-FAILED
                 MOVE 'FAILED'   TO RHS-DLY-STATUS
              WHEN OTHER
                 MOVE 'NO END'   TO RHS-DLY-STATUS
           END-EVALUATE
           IF BRH-STATUS-RUNNING
              MOVE SPACES TO RHS-DLY-ELAPSED
           ELSE
              MOVE BRH-ELAPSED-SECS TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS TO RHS-DLY-ELAPSED
           END-IF
           IF WS-AVG-RUNS > 0
              MOVE WS-AVG-SECS TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS TO RHS-DLY-AVG
           ELSE
              MOVE 'N/A' TO RHS-DLY-AVG
           END-IF
           IF SLA-MAX-ELAPSED-SECS > 0
              MOVE SLA-MAX-ELAPSED-SECS TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS TO RHS-DLY-SLA
           ELSE
              MOVE 'NONE' TO RHS-DLY-SLA
           END-IF
           IF SLA-END-BY-TIME IS NUMERIC
              MOVE SPACES TO RHS-DLY-END-BY
              STRING SLA-END-BY-TIME(1:2) ':' SLA-END-BY-TIME(3:2)
                     DELIMITED BY SIZE
                INTO RHS-DLY-END-BY
              END-STRING
              IF SLA-END-NEXT-DAY
                 MOVE '+1' TO RHS-DLY-END-BY(6:2)
              END-IF
           ELSE
              MOVE 'NONE' TO RHS-DLY-END-BY
           END-IF

           WRITE FD-RHSRPT-REC FROM RHS-DLY-LINE
           IF RHSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SLA REPORT'
              MOVE RHSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-RUNS-REPORTED

           IF RHS-DLY-FLAGS NOT = SPACES
              ADD 1 TO WS-RUNS-FLAGGED
              IF WS-JOB-FLAGGED = 'N'
                 OR BRH-ELAPSED-SECS > WS-JOB-WORST-SECS
                 MOVE 'Y'              TO WS-JOB-FLAGGED
                 MOVE BRH-ELAPSED-SECS TO WS-JOB-WORST-SECS
                 MOVE RHS-DLY-FLAGS    TO WS-JOB-WORST-FLAGS
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The end-by deadline: HHMM on the start day, or the day
      * after for an overnight job. Ended on a later day, or
      * on the deadline day past the time, is late.
      *---------------------------------------------------------------*
       4100-CHECK-END-BY.
           IF BRH-START-TS IS NUMERIC AND BRH-END-TS IS NUMERIC
              MOVE BRH-START-TS(1:8) TO WS-DATE-YMD-9
              COMPUTE WS-START-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
              MOVE BRH-END-TS(1:8) TO WS-DATE-YMD-9
              COMPUTE WS-END-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
              COMPUTE WS-DEADLINE-DAY-INT =
                  WS-START-DAY-INT + SLA-END-BY-DAYS
              IF WS-END-DAY-INT > WS-DEADLINE-DAY-INT
                 MOVE 'Y' TO WS-FLAG-LATE
              END-IF
              IF WS-END-DAY-INT = WS-DEADLINE-DAY-INT
                 AND BRH-END-TS(9:4) > SLA-END-BY-TIME
                 MOVE 'Y' TO WS-FLAG-LATE
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Weekly: the row into this week (0-6 days back) or the
      * prior week (7-13). Averages and end times count only
      * complete runs; the week's run count and failures count
      * every run.
      *---------------------------------------------------------------*
       5000-ACCUMULATE-WEEK.
           MOVE 0 TO WS-END-OFFSET-SECS
           IF BRH-STATUS-COMPLETE
              AND BRH-START-TS IS NUMERIC
              AND BRH-END-TS IS NUMERIC
              MOVE BRH-START-TS(1:8) TO WS-DATE-YMD-9
              COMPUTE WS-START-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
              MOVE BRH-END-TS(1:8) TO WS-DATE-YMD-9
              COMPUTE WS-END-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
              COMPUTE WS-END-OFFSET-SECS =
                  (WS-END-DAY-INT - WS-START-DAY-INT) * 86400
                + FUNCTION NUMVAL(BRH-END-TS(9:2)) * 3600
                + FUNCTION NUMVAL(BRH-END-TS(11:2)) * 60
                + FUNCTION NUMVAL(BRH-END-TS(13:2))
           END-IF

           IF WS-DAYS-BACK <= 6
              ADD 1 TO WS-W1-RUNS
              IF BRH-STATUS-FAILED
                 ADD 1 TO WS-W1-FAILS
              END-IF
              IF BRH-STATUS-COMPLETE
                 ADD 1                  TO WS-W1-DONE
                 ADD BRH-ELAPSED-SECS   TO WS-W1-SUM-SECS
                 ADD BRH-RECORD-COUNT   TO WS-W1-RECS
                 ADD WS-END-OFFSET-SECS TO WS-W1-END-SUM
                 IF BRH-ELAPSED-SECS > WS-W1-MAX-SECS
                    MOVE BRH-ELAPSED-SECS TO WS-W1-MAX-SECS
                 END-IF
              END-IF
           ELSE
              IF BRH-STATUS-COMPLETE
                 ADD 1                  TO WS-W2-DONE
                 ADD BRH-ELAPSED-SECS   TO WS-W2-SUM-SECS
                 ADD BRH-RECORD-COUNT   TO WS-W2-RECS
                 ADD WS-END-OFFSET-SECS TO WS-W2-END-SUM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Weekly: the job's trend line. Changes are this week's
      * average elapsed and total records against the prior
      * week's; the drift is how many minutes later (or
      * earlier) the job ended on average.
      *---------------------------------------------------------------*
       5100-WRITE-WEEKLY-LINE.
           MOVE 0 TO WS-W1-AVG-SECS WS-W2-AVG-SECS
                     WS-W1-AVG-END  WS-W2-AVG-END
           IF WS-W1-DONE > 0
              COMPUTE WS-W1-AVG-SECS ROUNDED =
                  WS-W1-SUM-SECS / WS-W1-DONE
              COMPUTE WS-W1-AVG-END ROUNDED =
                  WS-W1-END-SUM / WS-W1-DONE
           END-IF
           IF WS-W2-DONE > 0
              COMPUTE WS-W2-AVG-SECS ROUNDED =
                  WS-W2-SUM-SECS / WS-W2-DONE
              COMPUTE WS-W2-AVG-END ROUNDED =
                  WS-W2-END-SUM / WS-W2-DONE
           END-IF
           ADD WS-W1-SUM-SECS TO WS-CYCLE-W1-SECS
           ADD WS-W2-SUM-SECS TO WS-CYCLE-W2-SECS

           MOVE WS-CURR-JOB  TO RHS-WKY-JOB
           MOVE WS-W1-RUNS   TO RHS-WKY-RUNS
           MOVE WS-W1-FAILS  TO RHS-WKY-FAILS
           MOVE WS-W1-RECS   TO RHS-WKY-RECS
           MOVE WS-W2-RECS   TO RHS-WKY-PRIOR-RECS

           IF WS-W1-DONE > 0
              MOVE WS-W1-AVG-SECS TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS     TO RHS-WKY-AVG
              MOVE WS-W1-MAX-SECS TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS     TO RHS-WKY-MAX
              MOVE WS-W1-AVG-END  TO WS-FMT-SECS
              PERFORM 8200-FORMAT-TIME-OF-DAY
              MOVE WS-FMT-HMS     TO RHS-WKY-AVG-END
           ELSE
              MOVE 'N/A'          TO RHS-WKY-AVG
                                     RHS-WKY-MAX
                                     RHS-WKY-AVG-END
           END-IF
           IF WS-W2-DONE > 0
              MOVE WS-W2-AVG-SECS TO WS-FMT-SECS
              PERFORM 8100-FORMAT-HMS
              MOVE WS-FMT-HMS     TO RHS-WKY-PRIOR-AVG
           ELSE
              MOVE 'N/A'          TO RHS-WKY-PRIOR-AVG
           END-IF

           IF WS-W1-DONE > 0 AND WS-W2-DONE > 0
              MOVE WS-W2-AVG-SECS TO WS-PCT-OLD
              MOVE WS-W1-AVG-SECS TO WS-PCT-NEW
              PERFORM 8300-FORMAT-PCT-CHANGE
              MOVE WS-PCT-TEXT    TO RHS-WKY-ELAP-CHG
              MOVE WS-W2-RECS     TO WS-PCT-OLD
              MOVE WS-W1-RECS     TO WS-PCT-NEW
              PERFORM 8300-FORMAT-PCT-CHANGE
              MOVE WS-PCT-TEXT    TO RHS-WKY-VOL-CHG
              COMPUTE WS-DRIFT-MIN ROUNDED =
                  (WS-W1-AVG-END - WS-W2-AVG-END) / 60
              MOVE WS-DRIFT-MIN   TO WS-DRIFT-EDIT
              MOVE WS-DRIFT-EDIT  TO RHS-WKY-DRIFT
           ELSE
              MOVE 'N/A'          TO RHS-WKY-ELAP-CHG
                                     RHS-WKY-VOL-CHG
                                     RHS-WKY-DRIFT
           END-IF

           WRITE FD-RHSRPT-REC FROM RHS-WKY-LINE
           IF RHSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING TREND REPORT'
              MOVE RHSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-JOBS-REPORTED
           ADD WS-W1-RUNS TO WS-RUNS-REPORTED
           EXIT.
      *---------------------------------------------------------------*
      * WS-FMT-SECS as HH:MM:SS in WS-FMT-HMS; 99 hours and
      * over shows 99:59:59.
      *---------------------------------------------------------------*
       8100-FORMAT-HMS.
           IF WS-FMT-SECS < 0
              MOVE 0 TO WS-FMT-SECS
           END-IF
           IF WS-FMT-SECS > 359999
              MOVE 359999 TO WS-FMT-SECS
           END-IF
           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS
           MOVE SPACES TO WS-FMT-HMS
           STRING WS-FMT-HH ':' WS-FMT-MM ':' WS-FMT-SS
                  DELIMITED BY SIZE
             INTO WS-FMT-HMS
           END-STRING
           EXIT.
      *---------------------------------------------------------------*
      * WS-FMT-SECS after midnight of the start day as HH:MM,
      * with +1 when that is the next day.
      *---------------------------------------------------------------*
       8200-FORMAT-TIME-OF-DAY.
           MOVE SPACES TO WS-FMT-HMS
           IF WS-FMT-SECS >= 86400
              SUBTRACT 86400 FROM WS-FMT-SECS
              MOVE '+1' TO WS-FMT-HMS(6:2)
           END-IF
           DIVIDE WS-FMT-SECS BY 3600
               GIVING WS-FMT-HH REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 60
               GIVING WS-FMT-MM REMAINDER WS-FMT-SS
           MOVE WS-FMT-HH TO WS-FMT-HMS(1:2)
           MOVE ':'       TO WS-FMT-HMS(3:1)
           MOVE WS-FMT-MM TO WS-FMT-HMS(4:2)
           EXIT.
      *---------------------------------------------------------------*
      * Percentage change from WS-PCT-OLD to WS-PCT-NEW into
      * WS-PCT-TEXT; N/A from nothing.
      *---------------------------------------------------------------*
       8300-FORMAT-PCT-CHANGE.
           MOVE SPACES TO WS-PCT-TEXT
           IF WS-PCT-OLD = 0
              MOVE 'N/A' TO WS-PCT-TEXT
           ELSE
              COMPUTE WS-PCT-CHG ROUNDED =
                  (WS-PCT-NEW - WS-PCT-OLD) * 100 / WS-PCT-OLD
              MOVE WS-PCT-CHG  TO WS-PCT-EDIT
              STRING WS-PCT-EDIT '%' DELIMITED BY SIZE
                INTO WS-PCT-TEXT
              END-STRING
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Raises one operational alert, deferred-open style,
      * keyed by timestamp + the breaching job.
      *---------------------------------------------------------------*
       8700-RAISE-ALERT.
           OPEN I-O ALERTS-FILE
           IF  ALERTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN ALERTS FILE'
           ELSE
               INITIALIZE ALERT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-TS
               MOVE WS-CURR-JOB                 TO ALT-SOURCE-JOB
               MOVE WS-ALERT-SEVERITY           TO ALT-SEVERITY
               SET ALT-STATUS-OPEN              TO TRUE
               MOVE WS-ALERT-MESSAGE            TO ALT-MESSAGE
               MOVE ALT-KEY                     TO FD-ALT-KEY
               WRITE FD-ALERTS-REC FROM ALERT-RECORD
               IF  ALERTS-STATUS NOT = '00'
                   DISPLAY 'WARNING: COULD NOT WRITE ALERT'
               END-IF
               CLOSE ALERTS-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run-long files. Abends when the history or
      * the report will not open; BATCHSLA alone is tolerated
      * missing.
      *---------------------------------------------------------------*
       0000-FILES-OPEN.
           OPEN INPUT BATCHHST-FILE
           IF BATCHHST-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING RUN HISTORY'
              MOVE BATCHHST-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT BATCHSLA-FILE
           IF BATCHSLA-STATUS = '00'
              MOVE 'Y' TO WS-BATCHSLA-AVAILABLE
           ELSE
              MOVE 'N' TO WS-BATCHSLA-AVAILABLE
              DISPLAY 'NO BATCHSLA FILE - AVERAGES ONLY'
           END-IF
           OPEN OUTPUT RHSRPT-FILE
           IF RHSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SLA REPORT'
              MOVE RHSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run-long files. Abends on failure.
      *---------------------------------------------------------------*
       9000-FILES-CLOSE.
           CLOSE BATCHHST-FILE
           IF WS-BATCHSLA-AVAILABLE = 'Y'
              CLOSE BATCHSLA-FILE
           END-IF
           CLOSE RHSRPT-FILE
           IF RHSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING SLA REPORT'
              MOVE RHSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *****************************************************************
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

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
