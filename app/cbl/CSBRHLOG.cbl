      ******************************************************************
      * Program     : CSBRHLOG.CBL
      * Application : CardDemo
      * Type        : COMMON / Shared routine (batch CALL)
      * Function    : Record one batch run start or end on the
      *               BATCHHST run history file.
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
      * CSBRHLOG - Batch Run History Writer (shared routine)
      *
      * BATCHSTS (CSBCH01Y.cpy) keeps only each job's latest
      * run. Every program that writes a BATCHSTS record calls
      * here beside each write, passing the record it wrote, so
      * every run is also kept on the BATCHHST KSDS
      * (CVBRH01Y.cpy) for the CBRHS01C SLA and trend reports.
      *
      * CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
      *
      *   A RUNNING record adds the run's row under job name +
      *   start timestamp. A COMPLETE or FAILED record
      *   completes the same row with the end timestamp, the
      *   elapsed seconds between the two, the record count,
      *   the return code and the status. Each call opens,
      *   writes and closes the file -- two calls a run. A
      *   failure is logged and never passed back: like
      *   BATCHSTS itself, the history must not take down the
      *   job it records.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSBRHLOG.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCHHST-FILE ASSIGN TO BATCHHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BRH-KEY
                  FILE STATUS  IS BATCHHST-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the run history VSAM (80 bytes)
       FD  BATCHHST-FILE.
       01  FD-BATCHHST-REC.
           05 FD-BRH-KEY                        PIC X(22).
           05 FD-BRH-DATA                       PIC X(58).

       WORKING-STORAGE SECTION.
      * CVBRH01Y: 80-byte run history record
       COPY CVBRH01Y.
       01  BATCHHST-STATUS.
           05  BATCHHST-STAT1      PIC X.
           05  BATCHHST-STAT2      PIC X.

      * Elapsed time: each timestamp as a day number and
      * seconds into the day
       01  WS-TS-DATE-9            PIC 9(08).
       01  WS-START-DAY-INT        PIC S9(09) COMP.
       01  WS-END-DAY-INT          PIC S9(09) COMP.
       01  WS-START-SECS           PIC S9(09) COMP.
       01  WS-END-SECS             PIC S9(09) COMP.
       01  WS-ELAPSED-SECS         PIC S9(09) COMP.

       LINKAGE SECTION.
      * CSBCH01Y: the caller's 60-byte BATCHSTS record
       COPY CSBCH01Y.
      *****************************************************************
       PROCEDURE DIVISION USING BATCH-STATUS-RECORD.
       0000-MAINLINE.
           OPEN I-O BATCHHST-FILE
           IF BATCHHST-STATUS NOT = '00'
              DISPLAY 'CSBRHLOG: COULD NOT OPEN BATCHHST - '
                 BATCHHST-STATUS ' - RUN NOT RECORDED'
              GOBACK
           END-IF
           IF BATCH-STATUS-RUNNING
              PERFORM 1000-ADD-RUN-ROW
           ELSE
              PERFORM 2000-END-RUN-ROW
           END-IF
           CLOSE BATCHHST-FILE
           GOBACK.
      *---------------------------------------------------------------*
      * The start: a new row, running. A job restarted within
      * the same second replaces its own row.
      *---------------------------------------------------------------*
       1000-ADD-RUN-ROW.
           INITIALIZE BATCH-RUN-HIST-RECORD
           MOVE BATCH-JOB-NAME       TO BRH-JOB-NAME
           MOVE BATCH-START-TS       TO BRH-START-TS
           MOVE BATCH-RUN-DATE       TO BRH-RUN-DATE
           MOVE SPACES               TO BRH-END-TS
           SET BRH-STATUS-RUNNING    TO TRUE
           MOVE BRH-KEY              TO FD-BRH-KEY
           WRITE FD-BATCHHST-REC FROM BATCH-RUN-HIST-RECORD
           IF BATCHHST-STATUS = '22'
              REWRITE FD-BATCHHST-REC FROM BATCH-RUN-HIST-RECORD
           END-IF
           IF BATCHHST-STATUS NOT = '00'
              DISPLAY 'CSBRHLOG: COULD NOT WRITE BATCHHST - '
                 BATCHHST-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The end: the start's row completed. A start that was
      * never recorded (BATCHHST unavailable then) gets its row
      * now, whole.
      *---------------------------------------------------------------*
       2000-END-RUN-ROW.
           MOVE BATCH-JOB-NAME       TO FD-BRH-KEY(1:8)
           MOVE BATCH-START-TS       TO FD-BRH-KEY(9:14)
           READ BATCHHST-FILE INTO BATCH-RUN-HIST-RECORD
               INVALID KEY
                  INITIALIZE BATCH-RUN-HIST-RECORD
                  MOVE BATCH-JOB-NAME  TO BRH-JOB-NAME
                  MOVE BATCH-START-TS  TO BRH-START-TS
                  MOVE BATCH-RUN-DATE  TO BRH-RUN-DATE
           END-READ
           PERFORM 2100-COMPUTE-ELAPSED
           MOVE BATCH-END-TS         TO BRH-END-TS
           MOVE WS-ELAPSED-SECS      TO BRH-ELAPSED-SECS
           MOVE BATCH-RECORD-COUNT   TO BRH-RECORD-COUNT
           MOVE BATCH-RETURN-CD      TO BRH-RETURN-CD
           MOVE BATCH-STATUS-CD      TO BRH-STATUS-CD
           IF BATCHHST-STATUS = '23'
              WRITE FD-BATCHHST-REC FROM BATCH-RUN-HIST-RECORD
           ELSE
              REWRITE FD-BATCHHST-REC FROM BATCH-RUN-HIST-RECORD
           END-IF
           IF BATCHHST-STATUS NOT = '00'
              DISPLAY 'CSBRHLOG: COULD NOT UPDATE BATCHHST - '
                 BATCHHST-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Seconds from start to end: the day numbers apart times
      * a day's seconds, plus the difference in time of day. A
      * timestamp that is not numeric gives zero.
      *---------------------------------------------------------------*
       2100-COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SECS
           IF BATCH-START-TS IS NUMERIC
              AND BATCH-END-TS IS NUMERIC
              MOVE BATCH-START-TS(1:8) TO WS-TS-DATE-9
              COMPUTE WS-START-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-TS-DATE-9)
              COMPUTE WS-START-SECS =
                  FUNCTION NUMVAL(BATCH-START-TS(9:2)) * 3600
                + FUNCTION NUMVAL(BATCH-START-TS(11:2)) * 60
                + FUNCTION NUMVAL(BATCH-START-TS(13:2))
              MOVE BATCH-END-TS(1:8) TO WS-TS-DATE-9
              COMPUTE WS-END-DAY-INT =
                  FUNCTION INTEGER-OF-DATE(WS-TS-DATE-9)
              COMPUTE WS-END-SECS =
                  FUNCTION NUMVAL(BATCH-END-TS(9:2)) * 3600
                + FUNCTION NUMVAL(BATCH-END-TS(11:2)) * 60
                + FUNCTION NUMVAL(BATCH-END-TS(13:2))
              COMPUTE WS-ELAPSED-SECS =
                  (WS-END-DAY-INT - WS-START-DAY-INT) * 86400
                + WS-END-SECS - WS-START-SECS
              IF WS-ELAPSED-SECS < 0
                 MOVE 0 TO WS-ELAPSED-SECS
              END-IF
           END-IF
           EXIT.
