      ******************************************************************
      * Program     : CBWQS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Work-queue SLA breach report: open work items
      *               past their due date, by queue and agent.
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
      * CBWQS01C - Work-Queue SLA Breach Report (Batch)
      *
      * Reads WORKITEM (CVWQI01Y.cpy), as CBWQA01C left it, and
      * lists every open item whose due date is before the run
      * date: queue by queue, with the team and user it sits
      * with (POOL when no one has claimed it), how many days
      * overdue it is, and whether it breached for the first
      * time today. The first report an item appears on stamps
      * WQI-BREACH-DATE, so an item's breach date stays the
      * day it first went overdue however long it then waits.
      *
      * Each queue is totalled -- open, overdue, new breaches --
      * and a closing section totals the overdue items by the
      * user holding them, pool items under POOL.
      *
      * Each queue with items newly overdue today raises one
      * WARNING ALERTS record, under the name of the queue's
      * own screen program, so that the alert viewer shows
      * which queue to work.
      *
      * Files accessed:
      *   WORKITEM  - Work-item assignments (KSDS, sequential
      *               I-O -- the breach date is stamped)
      *   ALERTS    - Operational alerts (KSDS, deferred open)
      *   WQSRPT    - SLA breach report (sequential output, 132)
      *
      * Receives via JCL PARM: run date:
      *   PARM='2022-07-19'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBWQS01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKITEM-FILE ASSIGN TO WORKITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-WQI-KEY
                  FILE STATUS  IS WORKITEM-STATUS.

           SELECT ALERTS-FILE ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ALT-KEY
                  FILE STATUS  IS ALERTS-STATUS.

           SELECT WQSRPT-FILE ASSIGN TO WQSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS WQSRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the work-item assignment VSAM (160 bytes)
       FD  WORKITEM-FILE.
       01  FD-WORKITEM-REC.
           05 FD-WQI-KEY                        PIC X(28).
           05 FD-WQI-DATA                       PIC X(132).

      * FD for the operational alert VSAM (160 bytes)
       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05 FD-ALT-DATA                       PIC X(138).

       FD  WQSRPT-FILE.
       01  FD-WQSRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVWQI01Y: 160-byte work-item assignment record
       COPY CVWQI01Y.
       01  WORKITEM-STATUS.
           05  WORKITEM-STAT1      PIC X.
           05  WORKITEM-STAT2      PIC X.

      * CSALT01Y: 160-byte operational alert record
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.
       01  WS-ALERT-JOB             PIC X(08) VALUE SPACES.
       01  WS-ALERT-MESSAGE         PIC X(80) VALUE SPACES.

       01  WQSRPT-STATUS.
           05  WQSRPT-STAT1        PIC X.
           05  WQSRPT-STAT2        PIC X.

      * Report lines
       01  WQS-RPT-HEADER.
           05  FILLER                   PIC X(34)
                   VALUE 'WORK-QUEUE SLA BREACH REPORT'.
           05  FILLER                   PIC X(12)
                   VALUE 'RUN DATE : '.
           05  WQS-RPT-RUN-DATE         PIC X(10).
           05  FILLER                   PIC X(76) VALUE SPACES.
       01  WQS-RPT-BLANK                PIC X(132) VALUE SPACES.

      * One line per overdue item
       01  WQS-ITEM-COL-HDR.
           05  FILLER                   PIC X(06) VALUE 'QUEUE'.
           05  FILLER                   PIC X(26) VALUE 'ITEM'.
           05  FILLER                   PIC X(06) VALUE 'TYPE'.
           05  FILLER                   PIC X(10) VALUE 'TEAM'.
           05  FILLER                   PIC X(10) VALUE 'ASSIGNED'.
           05  FILLER                   PIC X(05) VALUE 'PRI'.
           05  FILLER                   PIC X(12) VALUE 'DUE'.
           05  FILLER                   PIC X(06) VALUE 'DAYS'.
           05  FILLER                   PIC X(12) VALUE 'BREACHED'.
           05  FILLER                   PIC X(39) VALUE 'SUMMARY'.
       01  WQS-ITEM-LINE.
           05  WQS-ITEM-QUEUE           PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-KEY             PIC X(24).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-TYPE            PIC X(04).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-TEAM            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-USER            PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-PRI             PIC 9(01).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  WQS-ITEM-DUE             PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-DAYS            PIC ZZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-ITEM-BREACHED        PIC X(10).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WQS-ITEM-NEW             PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  WQS-ITEM-SUMMARY         PIC X(30).
           05  FILLER                   PIC X(08) VALUE SPACES.
      * A queue's totals, at the queue break
       01  WQS-QUEUE-TOTALS.
           05  FILLER                   PIC X(06) VALUE SPACES.
           05  WQS-QT-QUEUE             PIC X(04).
           05  FILLER                   PIC X(11) VALUE ' - OPEN : '.
           05  WQS-QT-OPEN              PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(13)
                   VALUE '  OVERDUE : '.
           05  WQS-QT-OVERDUE           PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(17)
                   VALUE '  NEW BREACHES : '.
           05  WQS-QT-NEW               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(60) VALUE SPACES.
      * Overdue items by the user holding them
       01  WQS-AGENT-HDR.
           05  FILLER                   PIC X(40)
                   VALUE 'OVERDUE ITEMS BY ASSIGNED USER'.
           05  FILLER                   PIC X(92) VALUE SPACES.
       01  WQS-AGENT-COL-HDR.
           05  FILLER                   PIC X(10) VALUE 'USER'.
           05  FILLER                   PIC X(10) VALUE 'OVERDUE'.
           05  FILLER                   PIC X(112) VALUE 'OLDEST DUE'.
       01  WQS-AGENT-LINE.
           05  WQS-AGT-USER             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WQS-AGT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WQS-AGT-OLDEST           PIC X(10).
           05  FILLER                   PIC X(102) VALUE SPACES.
       01  WQS-REPORT-TOTALS.
           05  FILLER                   PIC X(16)
                   VALUE 'OPEN ITEMS    : '.
           05  WQS-TOT-OPEN             PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE 'OVERDUE       : '.
           05  WQS-TOT-OVERDUE          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  FILLER                   PIC X(16)
                   VALUE 'ALERTS RAISED : '.
           05  WQS-TOT-ALERTS           PIC ZZ9.
           05  FILLER                   PIC X(59) VALUE SPACES.

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

      * Date arithmetic: the run date and each due date as day
      * numbers
       01  WS-DATE-YMD-9            PIC 9(08).
       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
       01  WS-DUE-DATE-INT          PIC S9(09) COMP.
       01  WS-DAYS-OVERDUE          PIC S9(09) COMP.

       01 WS-MISC-VARS.
           05 WS-RUN-DATE           PIC X(10).
           05 WS-ITEM-EOF           PIC X(01) VALUE 'N'.
           05 WS-CURR-QUEUE         PIC X(04) VALUE SPACES.
           05 WS-NEW-BREACH         PIC X(01) VALUE 'N'.

      * The queues and the screen program each is worked on --
      * the name its alert is raised under
       01 WS-QUEUE-LIST.
           05 FILLER                PIC X(12) VALUE 'COLLCOCOL00C'.
           05 FILLER                PIC X(12) VALUE 'FRAUCOFRD00C'.
           05 FILLER                PIC X(12) VALUE 'REJTCOREJ00C'.
           05 FILLER                PIC X(12) VALUE 'ESTACOEST00C'.
           05 FILLER                PIC X(12) VALUE 'KYCRCOKYC00C'.
           05 FILLER                PIC X(12) VALUE 'SANCCOSAN00C'.
           05 FILLER                PIC X(12) VALUE 'PENDCOAPR00C'.
           05 FILLER                PIC X(12) VALUE 'RTMLCORTM00C'.
       01 WS-QUEUE-TABLE REDEFINES WS-QUEUE-LIST.
           05 WS-QUEUE-ENTRY OCCURS 8 TIMES.
              10 WS-Q-CODE          PIC X(04).
              10 WS-Q-SCREEN-PGM    PIC X(08).
       01 WS-Q-IDX                  PIC S9(04) COMP VALUE 0.
       01 WS-Q-COUNT                PIC S9(04) COMP VALUE 8.

      * One queue's counts, reset at each queue break
       01 WS-QUEUE-ACCUM.
           05 WS-QA-OPEN            PIC S9(07) COMP-3 VALUE 0.
           05 WS-QA-OVERDUE         PIC S9(07) COMP-3 VALUE 0.
           05 WS-QA-NEW             PIC S9(07) COMP-3 VALUE 0.

      * Overdue items by the user holding them; POOL for the
      * unclaimed. Users past the table's end are counted
      * under the last row, OTHERS.
       01 WS-AGENT-TABLE.
           05 WS-AGT-ENTRY OCCURS 100 TIMES.
              10 WS-AGT-USER        PIC X(08).
              10 WS-AGT-COUNT       PIC S9(07) COMP-3.
              10 WS-AGT-OLDEST      PIC X(10).
       01 WS-AGT-IDX                PIC S9(04) COMP VALUE 0.
       01 WS-AGT-USED               PIC S9(04) COMP VALUE 0.
       01 WS-AGT-MAX                PIC S9(04) COMP VALUE 100.
       01 WS-AGT-KEY                PIC X(08) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-TOTAL-OPEN         PIC S9(07) COMP-3 VALUE 0.
           05 WS-TOTAL-OVERDUE      PIC S9(07) COMP-3 VALUE 0.
           05 WS-TOTAL-NEW          PIC S9(07) COMP-3 VALUE 0.
           05 WS-ALERTS-RAISED      PIC 9(03) VALUE 0.

       01 WS-EDIT-COUNT             PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL PARM interface: run date
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBWQS01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0100-EDIT-PARM
           PERFORM 0000-FILES-OPEN.
           INITIALIZE WS-AGENT-TABLE
           MOVE PARM-DATE TO WQS-RPT-RUN-DATE
           WRITE FD-WQSRPT-REC FROM WQS-RPT-HEADER
           WRITE FD-WQSRPT-REC FROM WQS-RPT-BLANK
           WRITE FD-WQSRPT-REC FROM WQS-ITEM-COL-HDR
           PERFORM 8500-CHECK-REPORT-WRITE

           MOVE 'N' TO WS-ITEM-EOF
           PERFORM 1000-READ-WORKITEM
           PERFORM 2000-PROCESS-ITEM
              UNTIL WS-ITEM-EOF = 'Y'
           IF WS-CURR-QUEUE NOT = SPACES
              PERFORM 3000-END-OF-QUEUE
           END-IF

           PERFORM 4000-WRITE-AGENT-TOTALS
           PERFORM 9000-FILES-CLOSE.

           DISPLAY 'OPEN ITEMS             :' WS-TOTAL-OPEN
           DISPLAY 'OVERDUE ITEMS          :' WS-TOTAL-OVERDUE
           DISPLAY 'NEW BREACHES           :' WS-TOTAL-NEW
           DISPLAY 'ALERTS RAISED          :' WS-ALERTS-RAISED
           DISPLAY 'END OF EXECUTION OF PROGRAM CBWQS01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * The run date must be YYYY-MM-DD and a real date.
      *---------------------------------------------------------------*
       0100-EDIT-PARM.
           IF  PARM-LENGTH < 10
               OR PARM-DATE(1:4) IS NOT NUMERIC
               OR PARM-DATE(5:1) NOT = '-'
               OR PARM-DATE(6:2) IS NOT NUMERIC
               OR PARM-DATE(8:1) NOT = '-'
               OR PARM-DATE(9:2) IS NOT NUMERIC
               DISPLAY 'PARM MUST BE THE RUN DATE, YYYY-MM-DD'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD-9) NOT = 0
               DISPLAY 'PARM RUN DATE IS NOT A VALID DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           EXIT.
      *---------------------------------------------------------------*
      * Next WORKITEM row; sets WS-ITEM-EOF at the end.
      *---------------------------------------------------------------*
       1000-READ-WORKITEM.
           READ WORKITEM-FILE NEXT RECORD INTO WORK-ITEM-RECORD
           EVALUATE WORKITEM-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO WS-ITEM-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING WORKITEM'
                   MOVE WORKITEM-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * One row. Closed rows are passed over; an open row is
      * counted to its queue, and listed when its due date is
      * before the run date.
      *---------------------------------------------------------------*
       2000-PROCESS-ITEM.
           IF  WQI-QUEUE NOT = WS-CURR-QUEUE
               IF WS-CURR-QUEUE NOT = SPACES
                  PERFORM 3000-END-OF-QUEUE
               END-IF
               MOVE WQI-QUEUE TO WS-CURR-QUEUE
               INITIALIZE WS-QUEUE-ACCUM
           END-IF
           IF  WQI-STATUS-OPEN
               ADD 1 TO WS-QA-OPEN
               ADD 1 TO WS-TOTAL-OPEN
               IF  WQI-DUE-DATE < WS-RUN-DATE
                   PERFORM 2100-LIST-OVERDUE-ITEM
               END-IF
           END-IF
           PERFORM 1000-READ-WORKITEM
           EXIT.
      *---------------------------------------------------------------*
      * An overdue item: stamped with its first breach date
      * when it has none, listed, and counted to its holder.
      *---------------------------------------------------------------*
       2100-LIST-OVERDUE-ITEM.
           ADD 1 TO WS-QA-OVERDUE
           ADD 1 TO WS-TOTAL-OVERDUE
           MOVE 'N' TO WS-NEW-BREACH
           IF  WQI-BREACH-DATE = SPACES
               MOVE 'Y'         TO WS-NEW-BREACH
               MOVE WS-RUN-DATE TO WQI-BREACH-DATE
               REWRITE FD-WORKITEM-REC FROM WORK-ITEM-RECORD
               IF  WORKITEM-STATUS NOT = '00'
                   DISPLAY 'ERROR UPDATING WORKITEM FOR '
                           WQI-QUEUE ' ' WQI-ITEM-KEY
                   MOVE WORKITEM-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-QA-NEW
               ADD 1 TO WS-TOTAL-NEW
           END-IF

           MOVE 0 TO WS-DAYS-OVERDUE
           IF  WQI-DUE-DATE(1:4) IS NUMERIC
               AND WQI-DUE-DATE(6:2) IS NUMERIC
               AND WQI-DUE-DATE(9:2) IS NUMERIC
               MOVE WQI-DUE-DATE(1:4) TO WS-DATE-YMD-9(1:4)
               MOVE WQI-DUE-DATE(6:2) TO WS-DATE-YMD-9(5:2)
               MOVE WQI-DUE-DATE(9:2) TO WS-DATE-YMD-9(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD-9) = 0
                   COMPUTE WS-DUE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
                   COMPUTE WS-DAYS-OVERDUE =
                       WS-RUN-DATE-INT - WS-DUE-DATE-INT
               END-IF
           END-IF

           MOVE WQI-QUEUE          TO WQS-ITEM-QUEUE
           MOVE WQI-ITEM-KEY       TO WQS-ITEM-KEY
           MOVE WQI-ITEM-TYPE      TO WQS-ITEM-TYPE
           MOVE WQI-TEAM           TO WQS-ITEM-TEAM
           IF  WQI-ASSIGNED-TO = SPACES
               MOVE 'POOL'         TO WQS-ITEM-USER
           ELSE
               MOVE WQI-ASSIGNED-TO TO WQS-ITEM-USER
           END-IF
           MOVE WQI-PRIORITY       TO WQS-ITEM-PRI
           MOVE WQI-DUE-DATE       TO WQS-ITEM-DUE
           MOVE WS-DAYS-OVERDUE    TO WQS-ITEM-DAYS
           MOVE WQI-BREACH-DATE    TO WQS-ITEM-BREACHED
           IF  WS-NEW-BREACH = 'Y'
               MOVE '*'            TO WQS-ITEM-NEW
           ELSE
               MOVE SPACE          TO WQS-ITEM-NEW
           END-IF
           MOVE WQI-SUMMARY        TO WQS-ITEM-SUMMARY
           WRITE FD-WQSRPT-REC FROM WQS-ITEM-LINE
           PERFORM 8500-CHECK-REPORT-WRITE

           MOVE WQS-ITEM-USER TO WS-AGT-KEY
           PERFORM 2200-COUNT-TO-AGENT
           EXIT.
      *---------------------------------------------------------------*
      * Adds the item to its holder's row, the row added on
      * first sight; once the table is full, to OTHERS in the
      * last row.
      *---------------------------------------------------------------*
       2200-COUNT-TO-AGENT.
           MOVE 1 TO WS-AGT-IDX
           PERFORM 2210-NEXT-AGENT
              UNTIL WS-AGT-IDX > WS-AGT-USED
                 OR WS-AGT-USER(WS-AGT-IDX) = WS-AGT-KEY
           IF  WS-AGT-IDX > WS-AGT-USED
               IF  WS-AGT-USED < WS-AGT-MAX - 1
                   ADD 1 TO WS-AGT-USED
                   MOVE WS-AGT-USED TO WS-AGT-IDX
               ELSE
                   MOVE WS-AGT-MAX  TO WS-AGT-USED
                                       WS-AGT-IDX
                   MOVE 'OTHERS'    TO WS-AGT-KEY
               END-IF
               IF  WS-AGT-USER(WS-AGT-IDX) = SPACES
                   MOVE WS-AGT-KEY   TO WS-AGT-USER(WS-AGT-IDX)
                   MOVE WQI-DUE-DATE TO WS-AGT-OLDEST(WS-AGT-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-AGT-COUNT(WS-AGT-IDX)
           IF  WQI-DUE-DATE < WS-AGT-OLDEST(WS-AGT-IDX)
               MOVE WQI-DUE-DATE TO WS-AGT-OLDEST(WS-AGT-IDX)
           END-IF
           EXIT.
       2210-NEXT-AGENT.
           ADD 1 TO WS-AGT-IDX
           EXIT.
      *---------------------------------------------------------------*
      * A queue's totals; an alert when it breached today.
      *---------------------------------------------------------------*
       3000-END-OF-QUEUE.
           MOVE WS-CURR-QUEUE  TO WQS-QT-QUEUE
           MOVE WS-QA-OPEN     TO WQS-QT-OPEN
           MOVE WS-QA-OVERDUE  TO WQS-QT-OVERDUE
           MOVE WS-QA-NEW      TO WQS-QT-NEW
           WRITE FD-WQSRPT-REC FROM WQS-QUEUE-TOTALS
           WRITE FD-WQSRPT-REC FROM WQS-RPT-BLANK
           PERFORM 8500-CHECK-REPORT-WRITE
           IF  WS-QA-NEW > 0
               PERFORM 3100-QUEUE-ALERT
           END-IF
           EXIT.
       3100-QUEUE-ALERT.
           MOVE 1 TO WS-Q-IDX
           PERFORM 3110-NEXT-QUEUE
              UNTIL WS-Q-IDX > WS-Q-COUNT
                 OR WS-Q-CODE(WS-Q-IDX) = WS-CURR-QUEUE
           IF  WS-Q-IDX > WS-Q-COUNT
               MOVE 'CBWQS01C' TO WS-ALERT-JOB
           ELSE
               MOVE WS-Q-SCREEN-PGM(WS-Q-IDX) TO WS-ALERT-JOB
           END-IF
           MOVE WS-QA-NEW TO WS-EDIT-COUNT
           MOVE SPACES    TO WS-ALERT-MESSAGE
           STRING 'WORK QUEUE ' WS-CURR-QUEUE ': '
                  WS-EDIT-COUNT ' ITEMS NEWLY PAST SLA DUE DATE'
                  DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
           PERFORM 8700-RAISE-ALERT
           ADD 1 TO WS-ALERTS-RAISED
           EXIT.
       3110-NEXT-QUEUE.
           ADD 1 TO WS-Q-IDX
           EXIT.
      *---------------------------------------------------------------*
      * The holders' section and the report totals.
      *---------------------------------------------------------------*
       4000-WRITE-AGENT-TOTALS.
           WRITE FD-WQSRPT-REC FROM WQS-AGENT-HDR
           WRITE FD-WQSRPT-REC FROM WQS-RPT-BLANK
           WRITE FD-WQSRPT-REC FROM WQS-AGENT-COL-HDR
           PERFORM 4100-WRITE-AGENT-LINE
              VARYING WS-AGT-IDX FROM 1 BY 1
              UNTIL WS-AGT-IDX > WS-AGT-USED
           WRITE FD-WQSRPT-REC FROM WQS-RPT-BLANK
           MOVE WS-TOTAL-OPEN     TO WQS-TOT-OPEN
           MOVE WS-TOTAL-OVERDUE  TO WQS-TOT-OVERDUE
           MOVE WS-ALERTS-RAISED  TO WQS-TOT-ALERTS
           WRITE FD-WQSRPT-REC FROM WQS-REPORT-TOTALS
           PERFORM 8500-CHECK-REPORT-WRITE
           EXIT.
       4100-WRITE-AGENT-LINE.
           MOVE WS-AGT-USER(WS-AGT-IDX)   TO WQS-AGT-USER
           MOVE WS-AGT-COUNT(WS-AGT-IDX)  TO WQS-AGT-COUNT
           MOVE WS-AGT-OLDEST(WS-AGT-IDX) TO WQS-AGT-OLDEST
           WRITE FD-WQSRPT-REC FROM WQS-AGENT-LINE
           PERFORM 8500-CHECK-REPORT-WRITE
           EXIT.
      *---------------------------------------------------------------*
      * Abends when the last report write failed.
      *---------------------------------------------------------------*
       8500-CHECK-REPORT-WRITE.
           IF WQSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING SLA BREACH REPORT'
              MOVE WQSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One WARNING alert under WS-ALERT-JOB. ALERTS is opened
      * only for the write; failing to raise it does not stop
      * the report.
      *---------------------------------------------------------------*
       8700-RAISE-ALERT.
           OPEN I-O ALERTS-FILE
           IF  ALERTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN ALERTS FILE'
           ELSE
               INITIALIZE ALERT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-TS
               MOVE WS-ALERT-JOB                TO ALT-SOURCE-JOB
               SET ALT-SEV-WARNING              TO TRUE
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
      * Opens the run-long files. Abends when either will not
      * open.
      *---------------------------------------------------------------*
       0000-FILES-OPEN.
           OPEN I-O WORKITEM-FILE
           IF WORKITEM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WORKITEM'
              MOVE WORKITEM-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT WQSRPT-FILE
           IF WQSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING SLA BREACH REPORT'
              MOVE WQSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run-long files. Abends on failure.
      *---------------------------------------------------------------*
       9000-FILES-CLOSE.
           CLOSE WORKITEM-FILE
           CLOSE WQSRPT-FILE
           IF WQSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING SLA BREACH REPORT'
              MOVE WQSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
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
