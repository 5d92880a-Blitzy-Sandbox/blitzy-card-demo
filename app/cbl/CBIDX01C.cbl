      ******************************************************************
      * Program     : CBIDX01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Reprices variable-rate disclosure groups from
      *               the effective-dated index rate file.
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
      * CBIDX01C - Variable-Rate Repricing (Batch, nightly, ahead
      *            of CBRTC01C)
      *
      * Index pass: reads the INDEXRT index values (CVIDX01Y.cpy)
      * and keeps, for every index, the last value not cancelled
      * whose effective date is on or before the run date. A
      * PENDING value whose date has arrived is marked APPLIED.
      *
      * Repricing pass: every VARRATE group (CVVRT01Y.cpy) whose
      * index has moved since it was last priced, or whose terms
      * were changed online, is priced at index + margin, raised
      * to the floor and held to the cap where those are set:
      *
      *   - An index move, or a terms change that does not raise
      *     the rate, is applied to DIS-INT-RATE at once. The
      *     disclosed terms already tie the rate to the index, so
      *     no change-in-terms notice is owed.
      *   - A terms change that raises the rate is filed on
      *     RATECHG as a PENDING change effective 45 days out;
      *     CBRTC01C generates the notices and applies it.
      *   - A group with a change already in flight on RATECHG
      *     is left alone until that change is applied or
      *     cancelled.
      *
      * Every rate actually changed here is written to RATEHIST
      * (CVRTH01Y.cpy) with the index value, margin, and any
      * floor/cap that set it.
      *
      * Files accessed:
      *   INDEXRT   - Index rate values (KSDS, DYNAMIC I-O)
      *   VARRATE   - Variable-rate terms (KSDS, DYNAMIC I-O)
      *   DISCGRP   - Disclosure groups (KSDS, I-O: random read,
      *               REWRITE at repricing)
      *   RATECHG   - Pending rate changes (KSDS, random I-O)
      *   RATEHIST  - Rate history (KSDS, random I-O)
      *   IDXRPT    - Repricing report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBIDX01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXRT-FILE ASSIGN TO INDEXRT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-IDX-KEY
                  FILE STATUS  IS INDEXRT-STATUS.

           SELECT VARRATE-FILE ASSIGN TO VARRATE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-VRT-KEY
                  FILE STATUS  IS VARRATE-STATUS.

           SELECT DISCGRP-FILE ASSIGN TO DISCGRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DISCGRP-KEY
                  FILE STATUS  IS DISCGRP-STATUS.

           SELECT RATECHG-FILE ASSIGN TO RATECHG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RTC-KEY
                  FILE STATUS  IS RATECHG-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

           SELECT IDXRPT-FILE ASSIGN TO IDXRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS IDXRPT-STATUS.

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
      * FD for the index rate VSAM (80 bytes)
       FD  INDEXRT-FILE.
       01  FD-INDEXRT-REC.
           05 FD-IDX-KEY                        PIC X(18).
           05 FD-IDX-DATA                       PIC X(62).

      * FD for the variable-rate terms VSAM (100 bytes)
       FD  VARRATE-FILE.
       01  FD-VARRATE-REC.
           05 FD-VRT-KEY                        PIC X(16).
           05 FD-VRT-DATA                       PIC X(84).

      * FD for the disclosure group VSAM (50 bytes)
       FD  DISCGRP-FILE.
       01  FD-DISCGRP-REC.
           05 FD-DISCGRP-KEY.
              10 FD-DIS-ACCT-GROUP-ID           PIC X(10).
              10 FD-DIS-TRAN-TYPE-CD            PIC X(02).
              10 FD-DIS-TRAN-CAT-CD             PIC 9(04).
           05 FD-DISCGRP-DATA                   PIC X(34).

      * FD for the pending rate change VSAM (100 bytes)
       FD  RATECHG-FILE.
       01  FD-RATECHG-REC.
           05 FD-RTC-KEY                        PIC X(16).
           05 FD-RTC-DATA                       PIC X(84).

      * FD for the rate history VSAM (100 bytes)
       FD  RATEHIST-FILE.
       01  FD-RATEHIST-REC.
           05 FD-RTH-KEY                        PIC X(27).
           05 FD-RTH-DATA                       PIC X(73).

      * FD for the repricing report (132-byte print)
       FD  IDXRPT-FILE.
       01  FD-IDXRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVIDX01Y: 80-byte index rate value record
       COPY CVIDX01Y.
       01  INDEXRT-STATUS.
           05  INDEXRT-STAT1       PIC X.
           05  INDEXRT-STAT2       PIC X.

      * CVVRT01Y: 100-byte variable-rate terms record
       COPY CVVRT01Y.
       01  VARRATE-STATUS.
           05  VARRATE-STAT1       PIC X.
           05  VARRATE-STAT2       PIC X.

      * CVTRA02Y: 50-byte disclosure group record
       COPY CVTRA02Y.
       01  DISCGRP-STATUS.
           05  DISCGRP-STAT1       PIC X.
           05  DISCGRP-STAT2       PIC X.

      * CVRTC01Y: 100-byte pending rate change record
       COPY CVRTC01Y.
       01  RATECHG-STATUS.
           05  RATECHG-STAT1       PIC X.
           05  RATECHG-STAT2       PIC X.

      * CVRTH01Y: 100-byte rate history record
       COPY CVRTH01Y.
       01  RATEHIST-STATUS.
           05  RATEHIST-STAT1      PIC X.
           05  RATEHIST-STAT2      PIC X.

       01  IDXRPT-STATUS.
           05  IDXRPT-STAT1        PIC X.
           05  IDXRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBIDX01C'.
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

      * End-of-file flags for the index and terms walks
       01  WS-IDX-EOF              PIC X(01)    VALUE 'N'.
       01  WS-VRT-EOF              PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * The index value in force for each index on the run
      * date. Same fixed OCCURS/linear-SEARCH idiom as
      * elsewhere.
       01 WS-INDEX-TABLE.
           05 WS-IDX-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-IDX-ENTRY OCCURS 50 TIMES
                            INDEXED BY WS-IDX-IDX.
              10 WS-IDX-ID              PIC X(08).
              10 WS-IDX-RATE            PIC S9(04)V99 COMP-3.
              10 WS-IDX-EFF-DATE        PIC X(10).

      * Run controls and pricing work areas
       01 WS-MISC-VARS.
           05 WS-IDX-FOUND              PIC X(01) VALUE 'N'.
           05 WS-NEW-RATE               PIC S9(04)V99 VALUE 0.
           05 WS-CUR-INDEX-RATE         PIC S9(04)V99 VALUE 0.
           05 WS-CUR-INDEX-EFF          PIC X(10)     VALUE SPACES.
           05 WS-LIMIT-FLAG             PIC X(01)     VALUE SPACE.
           05 WS-CHANGE-ON-FILE         PIC X(01)     VALUE 'N'.
      * Date-arithmetic work areas for the notice effective date
           05 WS-DATE-YMD-9             PIC 9(08).
           05 WS-RUN-DATE-INT           PIC S9(09) COMP VALUE 0.
           05 WS-NOTICE-EFF-DATE        PIC X(10)     VALUE SPACES.
      * Required change-in-terms lead time, days
           05 WS-MIN-NOTICE-DAYS        PIC S9(04) COMP VALUE 45.
       01 WS-COUNTERS.
           05 WS-VALUES-APPLIED         PIC 9(09) VALUE 0.
           05 WS-GROUP-COUNT            PIC 9(09) VALUE 0.
           05 WS-REPRICED-COUNT         PIC 9(09) VALUE 0.
           05 WS-NOTICE-FILED-COUNT     PIC 9(09) VALUE 0.
           05 WS-HELD-COUNT             PIC 9(09) VALUE 0.

      * Repricing report lines (sole-writer convention)
       01 WS-IDX-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'VARIABLE-RATE REPRICING'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN DATE : '.
           05 WS-IDX-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-IDX-RPT-LINE.
           05 FILLER                    PIC X(06)
                   VALUE 'GROUP '.
           05 WS-IDX-RPT-GROUP          PIC X(10).
           05 FILLER                    PIC X(06)
                   VALUE ' TYPE '.
           05 WS-IDX-RPT-TYPE           PIC X(02).
           05 FILLER                    PIC X(05)
                   VALUE ' CAT '.
           05 WS-IDX-RPT-CAT            PIC 9(04).
           05 FILLER                    PIC X(07)
                   VALUE ' INDEX '.
           05 WS-IDX-RPT-INDEX          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 WS-IDX-RPT-INDEX-RATE     PIC -(4)9.99.
           05 FILLER                    PIC X(06)
                   VALUE ' OLD '.
           05 WS-IDX-RPT-OLD-RATE       PIC -(4)9.99.
           05 FILLER                    PIC X(06)
                   VALUE ' NEW '.
           05 WS-IDX-RPT-NEW-RATE       PIC -(4)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-IDX-RPT-REMARK         PIC X(24).
           05 FILLER                    PIC X(21) VALUE SPACES.
       01 WS-IDX-RPT-TOTAL-LINE.
           05 WS-IDX-RPT-TOT-LABEL      PIC X(24).
           05 WS-IDX-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(99) VALUE SPACES.
       01 WS-IDX-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date of the run,
      * YYYY-MM-DD, same interface as CBACT04C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the index values in force, reprices
      * every variable-rate group against them, and reports.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBIDX01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-INDEXRT-OPEN.
           PERFORM 0100-VARRATE-OPEN.
           PERFORM 0200-DISCGRP-OPEN.
           PERFORM 0300-RATECHG-OPEN.
           PERFORM 0400-RATEHIST-OPEN.
           PERFORM 0500-IDXRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * A terms change that raises the rate takes effect no
      * sooner than the change-in-terms lead time
           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           COMPUTE WS-DATE-YMD-9 =
              FUNCTION DATE-OF-INTEGER
                 (WS-RUN-DATE-INT + WS-MIN-NOTICE-DAYS)
           MOVE WS-DATE-YMD-9(1:4) TO WS-NOTICE-EFF-DATE(1:4)
           MOVE '-'                TO WS-NOTICE-EFF-DATE(5:1)
           MOVE WS-DATE-YMD-9(5:2) TO WS-NOTICE-EFF-DATE(6:2)
           MOVE '-'                TO WS-NOTICE-EFF-DATE(8:1)
           MOVE WS-DATE-YMD-9(7:2) TO WS-NOTICE-EFF-DATE(9:2)

           MOVE PARM-DATE TO WS-IDX-RPT-RUN-DATE
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-HEADER
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-BLANK

           PERFORM 1000-LOAD-INDEX-TABLE.

           MOVE LOW-VALUES TO FD-VRT-KEY
           START VARRATE-FILE KEY NOT < FD-VRT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-VRT-EOF
           END-START
           PERFORM 2000-REPRICE-NEXT-GROUP
              UNTIL WS-VRT-EOF = 'Y'.

           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-BLANK
           MOVE 'INDEX VALUES APPLIED  :' TO WS-IDX-RPT-TOT-LABEL
           MOVE WS-VALUES-APPLIED         TO WS-IDX-RPT-TOT-COUNT
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-TOTAL-LINE
           MOVE 'VARIABLE GROUPS READ  :' TO WS-IDX-RPT-TOT-LABEL
           MOVE WS-GROUP-COUNT            TO WS-IDX-RPT-TOT-COUNT
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-TOTAL-LINE
           MOVE 'GROUPS REPRICED       :' TO WS-IDX-RPT-TOT-LABEL
           MOVE WS-REPRICED-COUNT         TO WS-IDX-RPT-TOT-COUNT
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-TOTAL-LINE
           MOVE 'NOTICED CHANGES FILED :' TO WS-IDX-RPT-TOT-LABEL
           MOVE WS-NOTICE-FILED-COUNT     TO WS-IDX-RPT-TOT-COUNT
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-TOTAL-LINE
           MOVE 'GROUPS HELD           :' TO WS-IDX-RPT-TOT-LABEL
           MOVE WS-HELD-COUNT             TO WS-IDX-RPT-TOT-COUNT
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-TOTAL-LINE

           PERFORM 9000-INDEXRT-CLOSE.
           PERFORM 9100-VARRATE-CLOSE.
           PERFORM 9200-DISCGRP-CLOSE.
           PERFORM 9300-RATECHG-CLOSE.
           PERFORM 9400-RATEHIST-CLOSE.
           PERFORM 9500-IDXRPT-CLOSE.

           DISPLAY 'INDEX VALUES APPLIED   :' WS-VALUES-APPLIED
           DISPLAY 'VARIABLE GROUPS READ   :' WS-GROUP-COUNT
           DISPLAY 'GROUPS REPRICED        :' WS-REPRICED-COUNT
           DISPLAY 'NOTICED CHANGES FILED  :' WS-NOTICE-FILED-COUNT
           DISPLAY 'GROUPS HELD            :' WS-HELD-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBIDX01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads the value in force for every index. The file is in
      * index/date order, so the last qualifying value read for
      * an index is the one in force on the run date.
      *---------------------------------------------------------------*
       1000-LOAD-INDEX-TABLE.
           MOVE LOW-VALUES TO FD-IDX-KEY
           START INDEXRT-FILE KEY NOT < FD-IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-IDX-EOF
           END-START
           PERFORM 1100-LOAD-NEXT-VALUE
              UNTIL WS-IDX-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One step of the index load. A PENDING value whose date
      * has arrived is marked APPLIED as it is loaded.
      *---------------------------------------------------------------*
       1100-LOAD-NEXT-VALUE.
           READ INDEXRT-FILE NEXT RECORD INTO INDEX-RATE-RECORD
           IF  INDEXRT-STATUS = '00'
               IF  NOT IDX-STATUS-CANCELLED
                   AND IDX-EFF-DATE <= PARM-DATE
                   PERFORM 1200-POST-INDEX-VALUE
                   IF  IDX-STATUS-PENDING
                       SET IDX-STATUS-APPLIED TO TRUE
                       MOVE PARM-DATE TO IDX-APPLIED-DATE
                       REWRITE FD-INDEXRT-REC FROM INDEX-RATE-RECORD
                       IF  INDEXRT-STATUS NOT = '00'
                           DISPLAY 'ERROR REWRITING INDEX RATE FILE'
                           MOVE INDEXRT-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-VALUES-APPLIED
                   END-IF
               END-IF
           ELSE
               IF  INDEXRT-STATUS = '10'
                   MOVE 'Y' TO WS-IDX-EOF
               ELSE
                   DISPLAY 'ERROR BROWSING INDEX RATE FILE'
                   MOVE INDEXRT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Records the value in hand as its index's value in force,
      * adding the index to the table the first time it is seen.
      *---------------------------------------------------------------*
       1200-POST-INDEX-VALUE.
           SET WS-IDX-IDX TO 1
           SEARCH WS-IDX-ENTRY
               AT END
                   IF  WS-IDX-ENTRIES-USED < 50
                       ADD 1 TO WS-IDX-ENTRIES-USED
                       SET WS-IDX-IDX TO WS-IDX-ENTRIES-USED
                       MOVE IDX-INDEX-ID TO WS-IDX-ID (WS-IDX-IDX)
                       MOVE IDX-RATE     TO WS-IDX-RATE (WS-IDX-IDX)
                       MOVE IDX-EFF-DATE TO WS-IDX-EFF-DATE (WS-IDX-IDX)
                   ELSE
                       DISPLAY 'INDEX TABLE FULL, SKIPPED: '
                          IDX-INDEX-ID
                   END-IF
               WHEN WS-IDX-IDX > WS-IDX-ENTRIES-USED
                   ADD 1 TO WS-IDX-ENTRIES-USED
                   SET WS-IDX-IDX TO WS-IDX-ENTRIES-USED
                   MOVE IDX-INDEX-ID TO WS-IDX-ID (WS-IDX-IDX)
                   MOVE IDX-RATE     TO WS-IDX-RATE (WS-IDX-IDX)
                   MOVE IDX-EFF-DATE TO WS-IDX-EFF-DATE (WS-IDX-IDX)
               WHEN WS-IDX-ID (WS-IDX-IDX) = IDX-INDEX-ID
                   MOVE IDX-RATE     TO WS-IDX-RATE (WS-IDX-IDX)
                   MOVE IDX-EFF-DATE TO WS-IDX-EFF-DATE (WS-IDX-IDX)
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next variable-rate group and reprices it.
      *---------------------------------------------------------------*
       2000-REPRICE-NEXT-GROUP.
           READ VARRATE-FILE NEXT RECORD INTO VARIABLE-RATE-RECORD
           IF  VARRATE-STATUS = '00'
               ADD 1 TO WS-GROUP-COUNT
               PERFORM 2100-REPRICE-GROUP
                  THRU 2100-REPRICE-GROUP-EXIT
           ELSE
               IF  VARRATE-STATUS = '10'
                   MOVE 'Y' TO WS-VRT-EOF
               ELSE
                   DISPLAY 'ERROR BROWSING VARIABLE RATE FILE'
                   MOVE VARRATE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prices the group in hand and routes the result: nothing
      * to do, held behind a change in flight, filed for notice,
      * or applied to DISCGRP.
      *---------------------------------------------------------------*
       2100-REPRICE-GROUP.
           MOVE 'N' TO WS-IDX-FOUND
           SET WS-IDX-IDX TO 1
           SEARCH WS-IDX-ENTRY
               AT END
                   CONTINUE
               WHEN WS-IDX-IDX > WS-IDX-ENTRIES-USED
                   CONTINUE
               WHEN WS-IDX-ID (WS-IDX-IDX) = VRT-INDEX-ID
                   MOVE 'Y' TO WS-IDX-FOUND
                   MOVE WS-IDX-RATE (WS-IDX-IDX)
                     TO WS-CUR-INDEX-RATE
                   MOVE WS-IDX-EFF-DATE (WS-IDX-IDX)
                     TO WS-CUR-INDEX-EFF
           END-SEARCH

           MOVE VRT-ACCT-GROUP-ID TO WS-IDX-RPT-GROUP
           MOVE VRT-TRAN-TYPE-CD  TO WS-IDX-RPT-TYPE
           MOVE VRT-TRAN-CAT-CD   TO WS-IDX-RPT-CAT
           MOVE VRT-INDEX-ID      TO WS-IDX-RPT-INDEX
           MOVE 0                 TO WS-IDX-RPT-INDEX-RATE
                                     WS-IDX-RPT-OLD-RATE
                                     WS-IDX-RPT-NEW-RATE

           IF  WS-IDX-FOUND = 'N'
               MOVE 'NO INDEX VALUE IN FORCE ' TO WS-IDX-RPT-REMARK
               WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-LINE
               ADD 1 TO WS-HELD-COUNT
               GO TO 2100-REPRICE-GROUP-EXIT
           END-IF

      * Nothing new since the group was last priced
           IF  WS-CUR-INDEX-EFF = VRT-INDEX-EFF-DATE
               AND WS-CUR-INDEX-RATE = VRT-INDEX-RATE
               AND NOT VRT-TERMS-CHANGED-YES
               GO TO 2100-REPRICE-GROUP-EXIT
           END-IF

      * Index + margin, raised to the floor, held to the cap
           MOVE SPACE TO WS-LIMIT-FLAG
           COMPUTE WS-NEW-RATE = WS-CUR-INDEX-RATE + VRT-MARGIN
           IF  VRT-FLOOR-RATE > 0
               AND WS-NEW-RATE < VRT-FLOOR-RATE
               MOVE VRT-FLOOR-RATE TO WS-NEW-RATE
               MOVE 'F'            TO WS-LIMIT-FLAG
           END-IF
           IF  VRT-CAP-RATE > 0
               AND WS-NEW-RATE > VRT-CAP-RATE
               MOVE VRT-CAP-RATE   TO WS-NEW-RATE
               MOVE 'C'            TO WS-LIMIT-FLAG
           END-IF
           MOVE WS-CUR-INDEX-RATE TO WS-IDX-RPT-INDEX-RATE
           MOVE WS-NEW-RATE       TO WS-IDX-RPT-NEW-RATE

           MOVE VRT-KEY TO FD-DISCGRP-KEY
           READ DISCGRP-FILE INTO DIS-GROUP-RECORD
              INVALID KEY
                 MOVE 'DISCGRP ROW NOT FOUND   ' TO WS-IDX-RPT-REMARK
                 WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-LINE
                 ADD 1 TO WS-HELD-COUNT
                 GO TO 2100-REPRICE-GROUP-EXIT
           END-READ
           MOVE DIS-INT-RATE TO WS-IDX-RPT-OLD-RATE

      * A change already filed for the row is left to run its
      * course; the group is priced again once it is settled
           PERFORM 2200-READ-RATECHG
           IF  WS-CHANGE-ON-FILE = 'Y'
               AND (RTC-STATUS-PENDING OR RTC-STATUS-NOTICED)
               MOVE 'HELD - CHANGE IN FLIGHT ' TO WS-IDX-RPT-REMARK
               WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-LINE
               ADD 1 TO WS-HELD-COUNT
               GO TO 2100-REPRICE-GROUP-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-NEW-RATE = DIS-INT-RATE
                   MOVE 'PRICED - NO RATE CHANGE '
                     TO WS-IDX-RPT-REMARK
               WHEN VRT-TERMS-CHANGED-YES
                AND WS-NEW-RATE > DIS-INT-RATE
                   PERFORM 2300-FILE-NOTICED-CHANGE
                   MOVE 'TERMS CHANGE - NOTICE   '
                     TO WS-IDX-RPT-REMARK
                   ADD 1 TO WS-NOTICE-FILED-COUNT
               WHEN OTHER
                   PERFORM 2400-APPLY-NEW-RATE
                   IF  WS-LIMIT-FLAG = 'F'
                       MOVE 'REPRICED AT FLOOR       '
                         TO WS-IDX-RPT-REMARK
                   ELSE
                       IF  WS-LIMIT-FLAG = 'C'
                           MOVE 'REPRICED AT CAP         '
                             TO WS-IDX-RPT-REMARK
                       ELSE
                           MOVE 'REPRICED                '
                             TO WS-IDX-RPT-REMARK
                       END-IF
                   END-IF
                   ADD 1 TO WS-REPRICED-COUNT
           END-EVALUATE
           WRITE FD-IDXRPT-REC FROM WS-IDX-RPT-LINE

      * The group is now priced from the value in force
           MOVE WS-CUR-INDEX-RATE TO VRT-INDEX-RATE
           MOVE WS-CUR-INDEX-EFF  TO VRT-INDEX-EFF-DATE
           MOVE PARM-DATE         TO VRT-LAST-REPRICE-DATE
           SET VRT-TERMS-CHANGED-NO TO TRUE
           REWRITE FD-VARRATE-REC FROM VARIABLE-RATE-RECORD
           IF  VARRATE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING VARIABLE RATE FILE'
               MOVE VARRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       2100-REPRICE-GROUP-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the RATECHG entry for the group's row, if any.
      *---------------------------------------------------------------*
       2200-READ-RATECHG.
           MOVE 'N'     TO WS-CHANGE-ON-FILE
           MOVE VRT-KEY TO FD-RTC-KEY
           READ RATECHG-FILE INTO RATE-CHANGE-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CHANGE-ON-FILE
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Files the repriced rate as a PENDING change-in-terms,
      * effective after the notice lead, for CBRTC01C to notice
      * and apply. A settled (applied or cancelled) entry for the
      * row is reused, as CORTC00C does.
      *---------------------------------------------------------------*
       2300-FILE-NOTICED-CHANGE.
           MOVE VRT-ACCT-GROUP-ID     TO RTC-ACCT-GROUP-ID
           MOVE VRT-TRAN-TYPE-CD      TO RTC-TRAN-TYPE-CD
           MOVE VRT-TRAN-CAT-CD       TO RTC-TRAN-CAT-CD
           MOVE WS-NEW-RATE           TO RTC-NEW-INT-RATE
           MOVE DIS-INT-RATE          TO RTC-OLD-INT-RATE
           MOVE WS-NOTICE-EFF-DATE    TO RTC-EFF-DATE
           SET RTC-STATUS-PENDING     TO TRUE
           MOVE SPACES                TO RTC-NOTICE-DATE
           MOVE SPACES                TO RTC-APPLIED-DATE
           MOVE WS-BATCH-JOB-NAME     TO RTC-FILED-USR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO RTC-FILED-TS
           IF  WS-CHANGE-ON-FILE = 'Y'
               REWRITE FD-RATECHG-REC FROM RATE-CHANGE-RECORD
           ELSE
               WRITE FD-RATECHG-REC FROM RATE-CHANGE-RECORD
           END-IF
           IF  RATECHG-STATUS NOT = '00'
               DISPLAY 'ERROR FILING RATE CHANGE'
               MOVE RATECHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Applies the repriced rate to the group's DISCGRP row and
      * records it on the rate history.
      *---------------------------------------------------------------*
       2400-APPLY-NEW-RATE.
           INITIALIZE RATE-HISTORY-RECORD
           MOVE VRT-ACCT-GROUP-ID     TO RTH-ACCT-GROUP-ID
           MOVE VRT-TRAN-TYPE-CD      TO RTH-TRAN-TYPE-CD
           MOVE VRT-TRAN-CAT-CD       TO RTH-TRAN-CAT-CD
           MOVE PARM-DATE             TO RTH-EFF-DATE
           SET RTH-SOURCE-INDEX       TO TRUE
           MOVE DIS-INT-RATE          TO RTH-OLD-INT-RATE
           MOVE WS-NEW-RATE           TO RTH-NEW-INT-RATE
           MOVE VRT-INDEX-ID          TO RTH-INDEX-ID
           MOVE WS-CUR-INDEX-RATE     TO RTH-INDEX-RATE
           MOVE WS-CUR-INDEX-EFF      TO RTH-INDEX-EFF-DATE
           MOVE VRT-MARGIN            TO RTH-MARGIN
           MOVE WS-LIMIT-FLAG         TO RTH-LIMIT-FLAG
           MOVE PARM-DATE             TO RTH-RUN-DATE
           MOVE WS-BATCH-JOB-NAME     TO RTH-RUN-PGM

           MOVE WS-NEW-RATE TO DIS-INT-RATE
           REWRITE FD-DISCGRP-REC FROM DIS-GROUP-RECORD
           IF  DISCGRP-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

      * A rerun for the same date replaces that date's entry
           WRITE FD-RATEHIST-REC FROM RATE-HISTORY-RECORD
           IF  RATEHIST-STATUS = '22'
               REWRITE FD-RATEHIST-REC FROM RATE-HISTORY-RECORD
           END-IF
           IF  RATEHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RATE HISTORY FILE'
               MOVE RATEHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the index rate file for dynamic I-O.
      *---------------------------------------------------------------*
       0000-INDEXRT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O INDEXRT-FILE
           IF  INDEXRT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INDEX RATE FILE'
               MOVE INDEXRT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the variable-rate terms file for dynamic I-O.
      *---------------------------------------------------------------*
       0100-VARRATE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O VARRATE-FILE
           IF  VARRATE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING VARIABLE RATE FILE'
               MOVE VARRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the disclosure group file for I-O (read/REWRITE).
      *---------------------------------------------------------------*
       0200-DISCGRP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DISCGRP-FILE
           IF  DISCGRP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the pending rate change file for random I-O.
      *---------------------------------------------------------------*
       0300-RATECHG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O RATECHG-FILE
           IF  RATECHG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RATE CHANGE FILE'
               MOVE RATECHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the rate history file for random I-O.
      *---------------------------------------------------------------*
       0400-RATEHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O RATEHIST-FILE
           IF  RATEHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RATE HISTORY FILE'
               MOVE RATEHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the repricing report for output.
      *---------------------------------------------------------------*
       0500-IDXRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT IDXRPT-FILE
           IF  IDXRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING REPRICING REPORT'
               MOVE IDXRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the index rate file.
      *---------------------------------------------------------------*
       9000-INDEXRT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INDEXRT-FILE
           IF  INDEXRT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INDEX RATE FILE'
               MOVE INDEXRT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the variable-rate terms file.
      *---------------------------------------------------------------*
       9100-VARRATE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE VARRATE-FILE
           IF  VARRATE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING VARIABLE RATE FILE'
               MOVE VARRATE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the disclosure group file.
      *---------------------------------------------------------------*
       9200-DISCGRP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DISCGRP-FILE
           IF  DISCGRP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the pending rate change file.
      *---------------------------------------------------------------*
       9300-RATECHG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RATECHG-FILE
           IF  RATECHG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RATE CHANGE FILE'
               MOVE RATECHG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the rate history file.
      *---------------------------------------------------------------*
       9400-RATEHIST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RATEHIST-FILE
           IF  RATEHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RATE HISTORY FILE'
               MOVE RATEHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the repricing report.
      *---------------------------------------------------------------*
       9500-IDXRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE IDXRPT-FILE
           IF  IDXRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING REPRICING REPORT'
               MOVE IDXRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the groups themselves were repriced.
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
      * repriced count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-REPRICED-COUNT           TO BATCH-RECORD-COUNT
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
