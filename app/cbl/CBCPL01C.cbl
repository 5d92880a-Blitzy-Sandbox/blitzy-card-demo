      ******************************************************************
      * Program     : CBCPL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Weekly complaint aging and root-cause report.
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
      *
      * CBCPL01C - Weekly Complaint Report (Batch)
      *
      * One pass of the complaint cases on CMPLNT
      * (CVCPL01Y.cpy) for the week ending on the PARM date --
      * the seven days up to and including it -- printing to
      * CPLRPT:
      *   1. Cases needing attention: every open case whose
      *      acknowledgement or response is past its due date,
      *      and every repeat complaint received in the week.
      *   2. Open and closed cases by workflow status.
      *   3. Aging of the open cases from their received dates
      *      -- 0-5, 6-15, 16-30, 31-60 and over 60 days -- with
      *      the overdue acknowledgements and responses.
      *   4. Cases received in the week by issue category, by
      *      channel and by product (CPL-GROUP-ID).
      *   5. Root-cause matrix of the cases closed in the week:
      *      issue category against root cause, with the cases
      *      given monetary relief and the relief paid.
      * COCPL00C flags a repeat when it opens a case; a case
      * back-dated or opened in another order can miss it, so
      * the pass checks each case against the customer's
      * earlier cases (the file is in customer order) and sets
      * CPL-REPEAT-FLAG on any it finds -- the only change made
      * to the file. Any overdue case ends the run RC 4.
      *
      * Files accessed:
      *   CMPLNT    - Complaint cases (KSDS, sequential I-O)
      *   CPLRPT    - Weekly complaint report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the last
      * business date of the reporting week.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCPL01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPLNT-FILE ASSIGN TO CMPLNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CPL-KEY
                  FILE STATUS  IS CMPLNT-STATUS.

           SELECT CPLRPT-FILE ASSIGN TO CPLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CPLRPT-STATUS.

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
      * FD for the complaint case VSAM (300 bytes)
       FD  CMPLNT-FILE.
       01  FD-CMPLNT-REC.
           05 FD-CPL-KEY                        PIC X(12).
           05 FD-CPL-DATA                       PIC X(288).

      * FD for the weekly complaint report (132-byte print)
       FD  CPLRPT-FILE.
       01  FD-CPLRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVCPL01Y: 300-byte complaint case record
       COPY CVCPL01Y.
       01  CMPLNT-STATUS.
           05  CMPLNT-STAT1        PIC X.
           05  CMPLNT-STAT2        PIC X.

       01  CPLRPT-STATUS.
           05  CPLRPT-STAT1        PIC X.
           05  CPLRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCPL01C'.
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

      * Issue category code and report label, in the order the
      * report prints them. An unknown code is counted as OT.
       01 WS-CAT-TABLE-DATA.
           05 FILLER PIC X(22) VALUE 'BDBILLING DISPUTE     '.
           05 FILLER PIC X(22) VALUE 'UTUNAUTHORIZED USE    '.
           05 FILLER PIC X(22) VALUE 'FEFEES AND INTEREST   '.
           05 FILLER PIC X(22) VALUE 'CRCREDIT REPORTING    '.
           05 FILLER PIC X(22) VALUE 'CLCOLLECTIONS         '.
           05 FILLER PIC X(22) VALUE 'PYPAYMENTS            '.
           05 FILLER PIC X(22) VALUE 'RWREWARDS             '.
           05 FILLER PIC X(22) VALUE 'ACACCOUNT MANAGEMENT  '.
           05 FILLER PIC X(22) VALUE 'PVPRIVACY             '.
           05 FILLER PIC X(22) VALUE 'DSDISCRIMINATION      '.
           05 FILLER PIC X(22) VALUE 'SVCUSTOMER SERVICE    '.
           05 FILLER PIC X(22) VALUE 'OTOTHER               '.
       01 WS-CAT-TABLE REDEFINES WS-CAT-TABLE-DATA.
           05 WS-CAT-ENTRY OCCURS 12 TIMES
                           INDEXED BY WS-CAT-IDX.
              10 WS-CAT-CODE            PIC X(02).
              10 WS-CAT-LABEL           PIC X(20).
       01 WS-CAT-MAX                    PIC S9(04) COMP VALUE 12.

      * Channel code and report label
       01 WS-CHNL-TABLE-DATA.
           05 FILLER PIC X(21) VALUE 'PPHONE               '.
           05 FILLER PIC X(21) VALUE 'MMAIL                '.
           05 FILLER PIC X(21) VALUE 'EEMAIL               '.
           05 FILLER PIC X(21) VALUE 'WWEB CHAT            '.
           05 FILLER PIC X(21) VALUE 'BBRANCH              '.
           05 FILLER PIC X(21) VALUE 'RREGULATOR           '.
           05 FILLER PIC X(21) VALUE 'SSOCIAL MEDIA        '.
       01 WS-CHNL-TABLE REDEFINES WS-CHNL-TABLE-DATA.
           05 WS-CHNL-ENTRY OCCURS 7 TIMES
                            INDEXED BY WS-CHNL-IDX.
              10 WS-CHNL-CODE           PIC X(01).
              10 WS-CHNL-LABEL          PIC X(20).

      * Root cause codes, in matrix column order
       01 WS-RC-TABLE-DATA              PIC X(16)
                                        VALUE 'PESEAEPDTPCUFRNE'.
       01 WS-RC-TABLE REDEFINES WS-RC-TABLE-DATA.
           05 WS-RC-CODE OCCURS 8 TIMES
                         INDEXED BY WS-RC-IDX
                                        PIC X(02).

      * The week's figures: cases received by category and
      * by channel, and the root-cause matrix of the cases
      * closed -- one row per category, row 13 the totals
       01 WS-RCV-CAT-TABLE.
           05 WS-RCV-CAT-CNT OCCURS 12 TIMES
                                        PIC 9(07) COMP-3.
       01 WS-RCV-CHNL-TABLE.
           05 WS-RCV-CHNL-CNT OCCURS 7 TIMES
                                        PIC 9(07) COMP-3.
       01 WS-RCM-TABLE.
           05 WS-RCM-ROW OCCURS 13 TIMES.
              10 WS-RCM-CNT OCCURS 8 TIMES
                                        PIC 9(07) COMP-3.
              10 WS-RCM-NO-RC           PIC 9(07) COMP-3.
              10 WS-RCM-CLOSED          PIC 9(07) COMP-3.
              10 WS-RCM-RELIEF-CNT      PIC 9(07) COMP-3.
              10 WS-RCM-RELIEF-AMT      PIC S9(11)V99 COMP-3.
       01 WS-RCM-TOTAL-ROW              PIC S9(04) COMP VALUE 13.

      * Cases received in the week by product
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-GRP-ENTRY              OCCURS 200 TIMES
                                        INDEXED BY WS-GRP-IDX.
              10 WS-GRP-GROUP-ID        PIC X(10).
              10 WS-GRP-CNT             PIC 9(07) COMP-3.
       01 WS-GRP-MAX                    PIC S9(04) COMP VALUE 200.

       01 WS-CAT-I                      PIC S9(04) COMP VALUE 0.
       01 WS-RC-I                       PIC S9(04) COMP VALUE 0.
       01 WS-CHNL-I                     PIC S9(04) COMP VALUE 0.
       01 WS-GRP-I                      PIC S9(04) COMP VALUE 0.

      * The reporting week, and date work
       01 WS-DATE-WORK.
           05 WS-WEEK-END-X             PIC X(10).
           05 WS-WEEK-START-X           PIC X(10).
           05 WS-WEEK-END-INT           PIC S9(09) COMP VALUE 0.
           05 WS-DATE-X                 PIC X(10).
           05 WS-DATE-N                 PIC 9(08).
           05 WS-DATE-INT               PIC S9(09) COMP VALUE 0.
           05 WS-RCVD-INT               PIC S9(09) COMP VALUE 0.
           05 WS-AGE-DAYS               PIC S9(05) COMP VALUE 0.
      * A case received within this many days of the
      * customer's previous case is a repeat (CVCPL01Y.cpy)
           05 WS-REPEAT-WINDOW-DAYS     PIC S9(05) COMP VALUE 90.

      * The customer whose cases the pass is in, and the
      * latest received date among the cases seen so far
       01 WS-REPEAT-WORK.
           05 WS-PRIOR-CUST-ID          PIC 9(09) VALUE 0.
           05 WS-PRIOR-RCVD-INT         PIC S9(09) COMP VALUE 0.
           05 WS-PRIOR-SEQ              PIC 9(03) VALUE 0.

       01 WS-MISC-VARS.
           05 WS-CPL-EOF                PIC X(01) VALUE 'N'.
           05 WS-RCVD-IN-WEEK           PIC X(01) VALUE 'N'.
           05 WS-ATTN-LABEL             PIC X(14).
           05 WS-ATTN-REF               PIC X(10).
       01 WS-COUNTERS.
           05 WS-CASE-COUNT             PIC 9(09) VALUE 0.
           05 WS-STAT-RECEIVED          PIC 9(09) VALUE 0.
           05 WS-STAT-ACKNOWLEDGED      PIC 9(09) VALUE 0.
           05 WS-STAT-INVESTIGATING     PIC 9(09) VALUE 0.
           05 WS-STAT-RESPONDED         PIC 9(09) VALUE 0.
           05 WS-STAT-CLOSED            PIC 9(09) VALUE 0.
           05 WS-OPEN-COUNT             PIC 9(09) VALUE 0.
           05 WS-AGE-0-5                PIC 9(09) VALUE 0.
           05 WS-AGE-6-15               PIC 9(09) VALUE 0.
           05 WS-AGE-16-30              PIC 9(09) VALUE 0.
           05 WS-AGE-31-60              PIC 9(09) VALUE 0.
           05 WS-AGE-OVER-60            PIC 9(09) VALUE 0.
           05 WS-ACK-OVERDUE            PIC 9(09) VALUE 0.
           05 WS-RESP-OVERDUE           PIC 9(09) VALUE 0.
           05 WS-RECEIVED-WEEK          PIC 9(09) VALUE 0.
           05 WS-REPEAT-WEEK            PIC 9(09) VALUE 0.
           05 WS-CLOSED-WEEK            PIC 9(09) VALUE 0.
           05 WS-REPEAT-SET-COUNT       PIC 9(09) VALUE 0.
           05 WS-BAD-DATE-COUNT         PIC 9(09) VALUE 0.
           05 WS-ATTN-COUNT             PIC 9(09) VALUE 0.

      * Weekly complaint report lines
       01 WS-CPL-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'WEEKLY COMPLAINT REPORT'.
           05 FILLER                    PIC X(12)
                   VALUE 'WEEK FROM : '.
           05 WS-CPL-RPT-FROM           PIC X(10).
           05 FILLER                    PIC X(06) VALUE '  TO  '.
           05 WS-CPL-RPT-TO             PIC X(10).
           05 FILLER                    PIC X(54) VALUE SPACES.
       01 WS-CPL-RPT-SECTION.
           05 WS-CPL-RPT-SECT-TEXT      PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CPL-RPT-ATTN-HEAD.
           05 FILLER                    PIC X(50) VALUE
              '  ITEM          CASE ID      ACCOUNT     CT CH  OW'.
           05 FILLER                    PIC X(50) VALUE
              'NER     STATUS        RECEIVED   DUE/REF      AGE '.
           05 FILLER                    PIC X(32) VALUE SPACES.
       01 WS-CPL-RPT-ATTN-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-A-LABEL        PIC X(14).
           05 WS-CPL-RPT-A-CUST         PIC 9(09).
           05 WS-CPL-RPT-A-SEQ          PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-A-ACCT         PIC 9(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-A-CAT          PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-A-CHNL         PIC X(01).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-A-OWNER        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-A-STATUS       PIC X(13).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-A-RCVD         PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-A-REF          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-A-AGE          PIC ZZZZ9.
           05 FILLER                    PIC X(33) VALUE SPACES.
       01 WS-CPL-RPT-COUNT-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-C-CODE         PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-C-LABEL        PIC X(30).
           05 WS-CPL-RPT-C-COUNT        PIC Z(08)9.
           05 FILLER                    PIC X(80) VALUE SPACES.
       01 WS-CPL-RPT-RCM-HEAD.
           05 FILLER                    PIC X(25) VALUE
              '  CATEGORY'.
           05 FILLER                    PIC X(48) VALUE
              '    PE    SE    AE    PD    TP    CU    FR    NE'.
           05 FILLER                    PIC X(40) VALUE
              '  NONE CLOSED RELIEF     RELIEF AMOUNT'.
           05 FILLER                    PIC X(19) VALUE SPACES.
       01 WS-CPL-RPT-RCM-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-R-CODE         PIC X(02).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPL-RPT-R-LABEL        PIC X(20).
           05 WS-CPL-RPT-R-CELL OCCURS 8 TIMES
                                        PIC Z(05)9.
           05 WS-CPL-RPT-R-NO-RC        PIC Z(05)9.
           05 WS-CPL-RPT-R-CLOSED       PIC Z(06)9.
           05 WS-CPL-RPT-R-RELIEF-CNT   PIC Z(06)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPL-RPT-R-RELIEF-AMT   PIC -(11)9.99.
           05 FILLER                    PIC X(19) VALUE SPACES.
       01 WS-CPL-RPT-NONE-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(20) VALUE 'NONE'.
           05 FILLER                    PIC X(108) VALUE SPACES.
       01 WS-CPL-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the week-end business date,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: sets the reporting week, passes the cases
      * listing the ones needing attention, then prints the
      * week's summaries.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCPL01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE TO WS-WEEK-END-X
                             WS-DATE-X
           PERFORM 7000-DATE-TO-INT
           IF  WS-DATE-INT = 0
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE WS-DATE-INT TO WS-WEEK-END-INT
           COMPUTE WS-DATE-INT = WS-WEEK-END-INT - 6
           PERFORM 7100-INT-TO-DATE
           MOVE WS-DATE-X TO WS-WEEK-START-X
           DISPLAY 'WEEK FROM: ' WS-WEEK-START-X ' TO ' WS-WEEK-END-X
           PERFORM 0000-CMPLNT-OPEN.
           PERFORM 0100-CPLRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           INITIALIZE WS-RCV-CAT-TABLE
                      WS-RCV-CHNL-TABLE
                      WS-RCM-TABLE
           MOVE WS-WEEK-START-X TO WS-CPL-RPT-FROM
           MOVE WS-WEEK-END-X   TO WS-CPL-RPT-TO
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-HEADER
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'CASES NEEDING ATTENTION' TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-ATTN-HEAD

           PERFORM 1000-CASE-PASS.

           IF  WS-ATTN-COUNT = 0
               WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-NONE-LINE
           END-IF
           PERFORM 2000-PRINT-STATUS.
           PERFORM 2100-PRINT-AGING.
           PERFORM 2200-PRINT-RECEIVED.
           PERFORM 2300-PRINT-ROOT-CAUSE.

           PERFORM 9000-CMPLNT-CLOSE.
           PERFORM 9100-CPLRPT-CLOSE.

           DISPLAY 'CASES READ             :' WS-CASE-COUNT
           DISPLAY 'OPEN CASES             :' WS-OPEN-COUNT
           DISPLAY 'ACKNOWLEDGEMENT OVERDUE:' WS-ACK-OVERDUE
           DISPLAY 'RESPONSE OVERDUE       :' WS-RESP-OVERDUE
           DISPLAY 'RECEIVED IN WEEK       :' WS-RECEIVED-WEEK
           DISPLAY 'REPEATS IN WEEK        :' WS-REPEAT-WEEK
           DISPLAY 'CLOSED IN WEEK         :' WS-CLOSED-WEEK
           DISPLAY 'REPEAT FLAGS SET       :' WS-REPEAT-SET-COUNT
           DISPLAY 'INVALID RECEIVED DATES :' WS-BAD-DATE-COUNT

           IF  WS-ACK-OVERDUE > 0
           OR  WS-RESP-OVERDUE > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCPL01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One pass of the cases in key order -- customer by
      * customer, each customer's cases oldest first.
      *---------------------------------------------------------------*
       1000-CASE-PASS.
           PERFORM 1010-TAKE-NEXT-CASE
              UNTIL WS-CPL-EOF = 'Y'
           EXIT.
       1010-TAKE-NEXT-CASE.
           READ CMPLNT-FILE INTO COMPLAINT-RECORD
               AT END
                  MOVE 'Y' TO WS-CPL-EOF
           END-READ
           IF  WS-CPL-EOF = 'N'
               IF  CMPLNT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING COMPLAINT CASE FILE'
                   MOVE CMPLNT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CASE-COUNT
               MOVE CPL-RECEIVED-DATE TO WS-DATE-X
               PERFORM 7000-DATE-TO-INT
               MOVE WS-DATE-INT TO WS-RCVD-INT
               IF  WS-RCVD-INT = 0
                   ADD 1 TO WS-BAD-DATE-COUNT
               END-IF
               PERFORM 1100-CHECK-REPEAT
               PERFORM 1200-COUNT-STATUS
               IF  CPL-STATUS-OPEN
                   PERFORM 1300-AGE-OPEN-CASE
               END-IF
               MOVE 'N' TO WS-RCVD-IN-WEEK
               IF  CPL-RECEIVED-DATE NOT < WS-WEEK-START-X
               AND CPL-RECEIVED-DATE NOT > WS-WEEK-END-X
                   MOVE 'Y' TO WS-RCVD-IN-WEEK
                   PERFORM 1400-TALLY-RECEIVED
               END-IF
               IF  CPL-STATUS-CLOSED
               AND CPL-CLOSED-DATE NOT < WS-WEEK-START-X
               AND CPL-CLOSED-DATE NOT > WS-WEEK-END-X
                   PERFORM 1500-TALLY-CLOSED
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A case received within the repeat window after an
      * earlier case of the same customer is a repeat. The
      * flag COCPL00C set is left alone; a missing one is set
      * and the case rewritten.
      *---------------------------------------------------------------*
       1100-CHECK-REPEAT.
           IF  CPL-CUST-ID NOT = WS-PRIOR-CUST-ID
               MOVE CPL-CUST-ID TO WS-PRIOR-CUST-ID
               MOVE 0           TO WS-PRIOR-RCVD-INT
               MOVE 0           TO WS-PRIOR-SEQ
           END-IF
           IF  NOT CPL-IS-REPEAT
           AND WS-RCVD-INT > 0
           AND WS-PRIOR-RCVD-INT > 0
           AND WS-RCVD-INT NOT < WS-PRIOR-RCVD-INT
           AND WS-RCVD-INT - WS-PRIOR-RCVD-INT
               NOT > WS-REPEAT-WINDOW-DAYS
               SET CPL-IS-REPEAT    TO TRUE
               MOVE WS-PRIOR-SEQ    TO CPL-REPEAT-OF-SEQ
               PERFORM 1110-REWRITE-CASE
               ADD 1 TO WS-REPEAT-SET-COUNT
           END-IF
           IF  WS-RCVD-INT > WS-PRIOR-RCVD-INT
               MOVE WS-RCVD-INT TO WS-PRIOR-RCVD-INT
               MOVE CPL-SEQ     TO WS-PRIOR-SEQ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the case just read. Abends on failure.
      *---------------------------------------------------------------*
       1110-REWRITE-CASE.
           REWRITE FD-CMPLNT-REC FROM COMPLAINT-RECORD
           IF  CMPLNT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING COMPLAINT CASE FILE'
               MOVE CMPLNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts the case under its workflow status.
      *---------------------------------------------------------------*
       1200-COUNT-STATUS.
           EVALUATE TRUE
               WHEN CPL-STATUS-RECEIVED
                   ADD 1 TO WS-STAT-RECEIVED
               WHEN CPL-STATUS-ACKNOWLEDGED
                   ADD 1 TO WS-STAT-ACKNOWLEDGED
               WHEN CPL-STATUS-INVESTIGATING
                   ADD 1 TO WS-STAT-INVESTIGATING
               WHEN CPL-STATUS-RESPONDED
                   ADD 1 TO WS-STAT-RESPONDED
               WHEN OTHER
                   ADD 1 TO WS-STAT-CLOSED
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Ages an open case from its received date to the week
      * end and lists it when the acknowledgement or the
      * response is past due.
      *---------------------------------------------------------------*
       1300-AGE-OPEN-CASE.
           ADD 1 TO WS-OPEN-COUNT
           MOVE 0 TO WS-AGE-DAYS
           IF  WS-RCVD-INT > 0
               COMPUTE WS-AGE-DAYS = WS-WEEK-END-INT - WS-RCVD-INT
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT > 5
                   ADD 1 TO WS-AGE-0-5
               WHEN WS-AGE-DAYS NOT > 15
                   ADD 1 TO WS-AGE-6-15
               WHEN WS-AGE-DAYS NOT > 30
                   ADD 1 TO WS-AGE-16-30
               WHEN WS-AGE-DAYS NOT > 60
                   ADD 1 TO WS-AGE-31-60
               WHEN OTHER
                   ADD 1 TO WS-AGE-OVER-60
           END-EVALUATE
           IF  CPL-STATUS-RECEIVED
           AND CPL-ACK-DUE-DATE < WS-WEEK-END-X
               ADD 1 TO WS-ACK-OVERDUE
               MOVE 'ACK OVERDUE'    TO WS-ATTN-LABEL
               MOVE CPL-ACK-DUE-DATE TO WS-ATTN-REF
               PERFORM 1600-LIST-CASE
           END-IF
           IF  CPL-STATUS-AWAITING-RESP
           AND CPL-RESP-DUE-DATE < WS-WEEK-END-X
               ADD 1 TO WS-RESP-OVERDUE
               MOVE 'RESP OVERDUE'    TO WS-ATTN-LABEL
               MOVE CPL-RESP-DUE-DATE TO WS-ATTN-REF
               PERFORM 1600-LIST-CASE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts a case received in the week under its category,
      * channel and product, and lists it when it is a repeat.
      *---------------------------------------------------------------*
       1400-TALLY-RECEIVED.
           ADD 1 TO WS-RECEIVED-WEEK
           PERFORM 7200-FIND-CATEGORY
           ADD 1 TO WS-RCV-CAT-CNT (WS-CAT-I)
           SET WS-CHNL-IDX TO 1
           SEARCH WS-CHNL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CHNL-CODE (WS-CHNL-IDX) = CPL-CHANNEL
                 SET WS-CHNL-I TO WS-CHNL-IDX
                 ADD 1 TO WS-RCV-CHNL-CNT (WS-CHNL-I)
           END-SEARCH
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
              AT END
                 IF  WS-GRP-ENTRIES-USED >= WS-GRP-MAX
                     DISPLAY 'PRODUCT TABLE FULL: ' CPL-GROUP-ID
                     PERFORM 9999-ABEND-PROGRAM
                 END-IF
                 ADD 1 TO WS-GRP-ENTRIES-USED
                 SET WS-GRP-IDX TO WS-GRP-ENTRIES-USED
                 MOVE CPL-GROUP-ID TO WS-GRP-GROUP-ID (WS-GRP-IDX)
                 MOVE 1            TO WS-GRP-CNT (WS-GRP-IDX)
              WHEN WS-GRP-IDX > WS-GRP-ENTRIES-USED
                 ADD 1 TO WS-GRP-ENTRIES-USED
                 MOVE CPL-GROUP-ID TO WS-GRP-GROUP-ID (WS-GRP-IDX)
                 MOVE 1            TO WS-GRP-CNT (WS-GRP-IDX)
              WHEN WS-GRP-GROUP-ID (WS-GRP-IDX) = CPL-GROUP-ID
                 ADD 1 TO WS-GRP-CNT (WS-GRP-IDX)
           END-SEARCH
           IF  CPL-IS-REPEAT
               ADD 1 TO WS-REPEAT-WEEK
               MOVE 'REPEAT'        TO WS-ATTN-LABEL
               MOVE SPACES          TO WS-ATTN-REF
               STRING 'OF CASE '    DELIMITED BY SIZE
                      CPL-REPEAT-OF-SEQ DELIMITED BY SIZE
                 INTO WS-ATTN-REF
               MOVE 0 TO WS-AGE-DAYS
               IF  WS-RCVD-INT > 0
                   COMPUTE WS-AGE-DAYS = WS-WEEK-END-INT - WS-RCVD-INT
               END-IF
               PERFORM 1600-LIST-CASE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts a case closed in the week in the root-cause
      * matrix, under its category row and the totals row.
      *---------------------------------------------------------------*
       1500-TALLY-CLOSED.
           ADD 1 TO WS-CLOSED-WEEK
           PERFORM 7200-FIND-CATEGORY
           PERFORM 1510-TALLY-ROW
           MOVE WS-RCM-TOTAL-ROW TO WS-CAT-I
           PERFORM 1510-TALLY-ROW
           EXIT.
       1510-TALLY-ROW.
           ADD 1 TO WS-RCM-CLOSED (WS-CAT-I)
           SET WS-RC-IDX TO 1
           SEARCH WS-RC-CODE
              AT END
                 ADD 1 TO WS-RCM-NO-RC (WS-CAT-I)
              WHEN WS-RC-CODE (WS-RC-IDX) = CPL-ROOT-CAUSE
                 SET WS-RC-I TO WS-RC-IDX
                 ADD 1 TO WS-RCM-CNT (WS-CAT-I, WS-RC-I)
           END-SEARCH
           IF  CPL-RES-MONETARY
               ADD 1              TO WS-RCM-RELIEF-CNT (WS-CAT-I)
               ADD CPL-RELIEF-AMT TO WS-RCM-RELIEF-AMT (WS-CAT-I)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints one cases-needing-attention line for the case.
      *---------------------------------------------------------------*
       1600-LIST-CASE.
           ADD 1 TO WS-ATTN-COUNT
           MOVE WS-ATTN-LABEL        TO WS-CPL-RPT-A-LABEL
           MOVE CPL-CUST-ID          TO WS-CPL-RPT-A-CUST
           MOVE CPL-SEQ              TO WS-CPL-RPT-A-SEQ
           MOVE CPL-ACCT-ID          TO WS-CPL-RPT-A-ACCT
           MOVE CPL-ISSUE-CAT        TO WS-CPL-RPT-A-CAT
           MOVE CPL-CHANNEL          TO WS-CPL-RPT-A-CHNL
           MOVE CPL-OWNER-USR-ID     TO WS-CPL-RPT-A-OWNER
           EVALUATE TRUE
               WHEN CPL-STATUS-RECEIVED
                   MOVE 'RECEIVED'      TO WS-CPL-RPT-A-STATUS
               WHEN CPL-STATUS-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED'  TO WS-CPL-RPT-A-STATUS
               WHEN CPL-STATUS-INVESTIGATING
                   MOVE 'INVESTIGATING' TO WS-CPL-RPT-A-STATUS
               WHEN CPL-STATUS-RESPONDED
                   MOVE 'RESPONDED'     TO WS-CPL-RPT-A-STATUS
               WHEN OTHER
                   MOVE 'CLOSED'        TO WS-CPL-RPT-A-STATUS
           END-EVALUATE
           MOVE CPL-RECEIVED-DATE    TO WS-CPL-RPT-A-RCVD
           MOVE WS-ATTN-REF          TO WS-CPL-RPT-A-REF
           MOVE WS-AGE-DAYS          TO WS-CPL-RPT-A-AGE
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-ATTN-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Cases on file by workflow status.
      *---------------------------------------------------------------*
       2000-PRINT-STATUS.
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'CASES BY STATUS' TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           MOVE SPACES TO WS-CPL-RPT-C-CODE
           MOVE 'RECEIVED'            TO WS-CPL-RPT-C-LABEL
           MOVE WS-STAT-RECEIVED      TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'ACKNOWLEDGED'        TO WS-CPL-RPT-C-LABEL
           MOVE WS-STAT-ACKNOWLEDGED  TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'UNDER INVESTIGATION' TO WS-CPL-RPT-C-LABEL
           MOVE WS-STAT-INVESTIGATING TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'RESPONDED'           TO WS-CPL-RPT-C-LABEL
           MOVE WS-STAT-RESPONDED     TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'CLOSED'              TO WS-CPL-RPT-C-LABEL
           MOVE WS-STAT-CLOSED        TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'TOTAL CASES'         TO WS-CPL-RPT-C-LABEL
           MOVE WS-CASE-COUNT         TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Open cases by days since received, and the overdue.
      *---------------------------------------------------------------*
       2100-PRINT-AGING.
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'OPEN CASE AGING (DAYS SINCE RECEIVED)'
             TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           MOVE SPACES TO WS-CPL-RPT-C-CODE
           MOVE '0 - 5 DAYS'          TO WS-CPL-RPT-C-LABEL
           MOVE WS-AGE-0-5            TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE '6 - 15 DAYS'         TO WS-CPL-RPT-C-LABEL
           MOVE WS-AGE-6-15           TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE '16 - 30 DAYS'        TO WS-CPL-RPT-C-LABEL
           MOVE WS-AGE-16-30          TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE '31 - 60 DAYS'        TO WS-CPL-RPT-C-LABEL
           MOVE WS-AGE-31-60          TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'OVER 60 DAYS'        TO WS-CPL-RPT-C-LABEL
           MOVE WS-AGE-OVER-60        TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'TOTAL OPEN'          TO WS-CPL-RPT-C-LABEL
           MOVE WS-OPEN-COUNT         TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'ACKNOWLEDGEMENT OVERDUE' TO WS-CPL-RPT-C-LABEL
           MOVE WS-ACK-OVERDUE        TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'RESPONSE OVERDUE'    TO WS-CPL-RPT-C-LABEL
           MOVE WS-RESP-OVERDUE       TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Cases received in the week by category, channel and
      * product.
      *---------------------------------------------------------------*
       2200-PRINT-RECEIVED.
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'RECEIVED IN WEEK BY CATEGORY' TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           PERFORM 2210-PRINT-CATEGORY
              VARYING WS-CAT-I FROM 1 BY 1
              UNTIL WS-CAT-I > WS-CAT-MAX
           MOVE SPACES                TO WS-CPL-RPT-C-CODE
           MOVE 'TOTAL RECEIVED'      TO WS-CPL-RPT-C-LABEL
           MOVE WS-RECEIVED-WEEK      TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           MOVE 'REPEAT COMPLAINTS'   TO WS-CPL-RPT-C-LABEL
           MOVE WS-REPEAT-WEEK        TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE

           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'RECEIVED IN WEEK BY CHANNEL' TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           PERFORM 2220-PRINT-CHANNEL
              VARYING WS-CHNL-I FROM 1 BY 1
              UNTIL WS-CHNL-I > 7

           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'RECEIVED IN WEEK BY PRODUCT' TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           IF  WS-GRP-ENTRIES-USED = 0
               WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-NONE-LINE
           END-IF
           PERFORM 2230-PRINT-PRODUCT
              VARYING WS-GRP-I FROM 1 BY 1
              UNTIL WS-GRP-I > WS-GRP-ENTRIES-USED
           EXIT.
       2210-PRINT-CATEGORY.
           MOVE WS-CAT-CODE (WS-CAT-I)    TO WS-CPL-RPT-C-CODE
           MOVE WS-CAT-LABEL (WS-CAT-I)   TO WS-CPL-RPT-C-LABEL
           MOVE WS-RCV-CAT-CNT (WS-CAT-I) TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           EXIT.
       2220-PRINT-CHANNEL.
           MOVE WS-CHNL-CODE (WS-CHNL-I)    TO WS-CPL-RPT-C-CODE
           MOVE WS-CHNL-LABEL (WS-CHNL-I)   TO WS-CPL-RPT-C-LABEL
           MOVE WS-RCV-CHNL-CNT (WS-CHNL-I) TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           EXIT.
       2230-PRINT-PRODUCT.
           MOVE WS-GRP-GROUP-ID (WS-GRP-I) TO WS-CPL-RPT-C-CODE
           MOVE SPACES                     TO WS-CPL-RPT-C-LABEL
           MOVE WS-GRP-CNT (WS-GRP-I)      TO WS-CPL-RPT-C-COUNT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Root-cause matrix of the cases closed in the week, one
      * row per category and a totals row.
      *---------------------------------------------------------------*
       2300-PRINT-ROOT-CAUSE.
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-BLANK
           MOVE 'ROOT CAUSE OF CASES CLOSED IN WEEK'
             TO WS-CPL-RPT-SECT-TEXT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-SECTION
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-RCM-HEAD
           PERFORM 2310-PRINT-RCM-ROW
              VARYING WS-CAT-I FROM 1 BY 1
              UNTIL WS-CAT-I > WS-RCM-TOTAL-ROW
           EXIT.
       2310-PRINT-RCM-ROW.
           IF  WS-CAT-I = WS-RCM-TOTAL-ROW
               MOVE '**'             TO WS-CPL-RPT-R-CODE
               MOVE 'ALL CATEGORIES' TO WS-CPL-RPT-R-LABEL
           ELSE
               MOVE WS-CAT-CODE (WS-CAT-I)  TO WS-CPL-RPT-R-CODE
               MOVE WS-CAT-LABEL (WS-CAT-I) TO WS-CPL-RPT-R-LABEL
           END-IF
           PERFORM 2320-MOVE-RCM-CELL
              VARYING WS-RC-I FROM 1 BY 1
              UNTIL WS-RC-I > 8
           MOVE WS-RCM-NO-RC (WS-CAT-I)      TO WS-CPL-RPT-R-NO-RC
           MOVE WS-RCM-CLOSED (WS-CAT-I)     TO WS-CPL-RPT-R-CLOSED
           MOVE WS-RCM-RELIEF-CNT (WS-CAT-I)
             TO WS-CPL-RPT-R-RELIEF-CNT
           MOVE WS-RCM-RELIEF-AMT (WS-CAT-I)
             TO WS-CPL-RPT-R-RELIEF-AMT
           WRITE FD-CPLRPT-REC FROM WS-CPL-RPT-RCM-LINE
           EXIT.
       2320-MOVE-RCM-CELL.
           MOVE WS-RCM-CNT (WS-CAT-I, WS-RC-I)
             TO WS-CPL-RPT-R-CELL (WS-RC-I)
           EXIT.
      *---------------------------------------------------------------*
      * YYYY-MM-DD in WS-DATE-X to a day number in WS-DATE-INT,
      * zero when it is not a valid date.
      *---------------------------------------------------------------*
       7000-DATE-TO-INT.
           MOVE 0 TO WS-DATE-INT
           IF  WS-DATE-X(1:4) IS NUMERIC
           AND WS-DATE-X(6:2) IS NUMERIC
           AND WS-DATE-X(9:2) IS NUMERIC
               MOVE WS-DATE-X(1:4) TO WS-DATE-N(1:4)
               MOVE WS-DATE-X(6:2) TO WS-DATE-N(5:2)
               MOVE WS-DATE-X(9:2) TO WS-DATE-N(7:2)
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) = 0
                   COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Day number in WS-DATE-INT to YYYY-MM-DD in WS-DATE-X.
      *---------------------------------------------------------------*
       7100-INT-TO-DATE.
           COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-N(1:4) TO WS-DATE-X(1:4)
           MOVE '-'            TO WS-DATE-X(5:1)
           MOVE WS-DATE-N(5:2) TO WS-DATE-X(6:2)
           MOVE '-'            TO WS-DATE-X(8:1)
           MOVE WS-DATE-N(7:2) TO WS-DATE-X(9:2)
           EXIT.
      *---------------------------------------------------------------*
      * The case's category row in WS-CAT-I; an unknown code
      * counts as OT, the last row.
      *---------------------------------------------------------------*
       7200-FIND-CATEGORY.
           MOVE WS-CAT-MAX TO WS-CAT-I
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CAT-CODE (WS-CAT-IDX) = CPL-ISSUE-CAT
                 SET WS-CAT-I TO WS-CAT-IDX
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Opens the complaint case VSAM for sequential update.
      *---------------------------------------------------------------*
       0000-CMPLNT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CMPLNT-FILE
           IF  CMPLNT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COMPLAINT CASE FILE'
               MOVE CMPLNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the weekly complaint report for output.
      *---------------------------------------------------------------*
       0100-CPLRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CPLRPT-FILE
           IF  CPLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COMPLAINT REPORT'
               MOVE CPLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the complaint case VSAM.
      *---------------------------------------------------------------*
       9000-CMPLNT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CMPLNT-FILE
           IF  CMPLNT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COMPLAINT CASE FILE'
               MOVE CMPLNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the weekly complaint report.
      *---------------------------------------------------------------*
       9100-CPLRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CPLRPT-FILE
           IF  CPLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COMPLAINT REPORT'
               MOVE CPLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the report was written and the repeat flags set.
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
      * cases-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-CASE-COUNT               TO BATCH-RECORD-COUNT
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
