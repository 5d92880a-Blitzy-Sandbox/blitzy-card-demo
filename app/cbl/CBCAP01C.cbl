      ******************************************************************
      * Program     : CBCAP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly credit approval-rate report.
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
      * CBCAP01C - Monthly Approval-Rate Report (Batch)
      *
      * One pass of the credit applications on CREDAPP
      * (CVCAP01Y.cpy) taken in the calendar month of the PARM
      * date, printing to CAPRPT for credit risk:
      *   1. For each product applied for (APP-PRODUCT-ID, in
      *      the order first met), a row per bureau score band
      *      -- under 580, 580-619, 620-659, 660-699, 700-739,
      *      740 and over -- and a product total row.
      *   2. The same rows for all products together.
      * Each row counts the applications received, approved
      * (booked, whether automatically or by an underwriter),
      * approved as a counter-offer (booked with a CNTR
      * letter), declined, and still referred to an
      * underwriter, with the approval rate: approved as a
      * percentage of the applications decided (approved plus
      * declined). The bands here are fixed reporting bands,
      * independent of the DECRULE policy bands, so the rates
      * stay comparable month to month as the policy changes.
      *
      * Files accessed:
      *   CREDAPP   - Credit applications (KSDS, sequential
      *               input)
      *   CAPRPT    - Monthly approval-rate report (132,
      *               output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- any date
      * in the month to report.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCAP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDAPP-FILE ASSIGN TO CREDAPP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-APP-ID
                  FILE STATUS  IS CREDAPP-STATUS.

           SELECT CAPRPT-FILE ASSIGN TO CAPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CAPRPT-STATUS.

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
      * FD for the credit application VSAM (400 bytes)
       FD  CREDAPP-FILE.
       01  FD-CREDAPP-REC.
           05 FD-APP-ID                         PIC 9(11).
           05 FD-APP-DATA                       PIC X(389).

      * FD for the monthly approval-rate report (132-byte print)
       FD  CAPRPT-FILE.
       01  FD-CAPRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVCAP01Y: 400-byte credit application record
       COPY CVCAP01Y.
       01  CREDAPP-STATUS.
           05  CREDAPP-STAT1       PIC X.
           05  CREDAPP-STAT2       PIC X.

       01  CAPRPT-STATUS.
           05  CAPRPT-STAT1        PIC X.
           05  CAPRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCAP01C'.
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

      * Score band report labels, in the order the report
      * prints them; row 7 is the total row
       01 WS-BAND-TABLE-DATA.
           05 FILLER PIC X(14) VALUE 'UNDER 580     '.
           05 FILLER PIC X(14) VALUE '580-619       '.
           05 FILLER PIC X(14) VALUE '620-659       '.
           05 FILLER PIC X(14) VALUE '660-699       '.
           05 FILLER PIC X(14) VALUE '700-739       '.
           05 FILLER PIC X(14) VALUE '740 AND OVER  '.
           05 FILLER PIC X(14) VALUE 'TOTAL         '.
       01 WS-BAND-TABLE REDEFINES WS-BAND-TABLE-DATA.
           05 WS-BAND-LABEL OCCURS 7 TIMES      PIC X(14).
       01 WS-BAND-TOTAL-ROW             PIC S9(04) COMP VALUE 7.

      * The month's figures by product, a row per score band
      * and the product total in row 7
       01 WS-PRD-TABLE.
           05 WS-PRD-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-PRD-ENTRY              OCCURS 200 TIMES
                                        INDEXED BY WS-PRD-IDX.
              10 WS-PRD-GROUP-ID        PIC X(10).
              10 WS-PRD-ROW             OCCURS 7 TIMES.
                 15 WS-PRD-RECEIVED     PIC 9(07) COMP-3.
                 15 WS-PRD-APPROVED     PIC 9(07) COMP-3.
                 15 WS-PRD-COUNTER      PIC 9(07) COMP-3.
                 15 WS-PRD-DECLINED     PIC 9(07) COMP-3.
                 15 WS-PRD-REFERRED     PIC 9(07) COMP-3.
       01 WS-PRD-MAX                    PIC S9(04) COMP VALUE 200.

      * The same rows for all products together
       01 WS-ALL-TABLE.
           05 WS-ALL-ROW                OCCURS 7 TIMES.
              10 WS-ALL-RECEIVED        PIC 9(07) COMP-3.
              10 WS-ALL-APPROVED        PIC 9(07) COMP-3.
              10 WS-ALL-COUNTER         PIC 9(07) COMP-3.
              10 WS-ALL-DECLINED        PIC 9(07) COMP-3.
              10 WS-ALL-REFERRED        PIC 9(07) COMP-3.

      * The row being printed, moved from either table
       01 WS-CUR-ROW.
           05 WS-CUR-RECEIVED           PIC 9(07) COMP-3.
           05 WS-CUR-APPROVED           PIC 9(07) COMP-3.
           05 WS-CUR-COUNTER            PIC 9(07) COMP-3.
           05 WS-CUR-DECLINED           PIC 9(07) COMP-3.
           05 WS-CUR-REFERRED           PIC 9(07) COMP-3.

      * What the application read counts as, one or zero each
       01 WS-APP-COUNTS.
           05 WS-ADD-APPROVED           PIC 9(01) VALUE 0.
           05 WS-ADD-COUNTER            PIC 9(01) VALUE 0.
           05 WS-ADD-DECLINED           PIC 9(01) VALUE 0.
           05 WS-ADD-REFERRED           PIC 9(01) VALUE 0.

       01 WS-PRD-I                      PIC S9(04) COMP VALUE 0.
       01 WS-BAND-I                     PIC S9(04) COMP VALUE 0.
       01 WS-ROW-I                      PIC S9(04) COMP VALUE 0.

       01 WS-MISC-VARS.
           05 WS-APP-EOF                PIC X(01) VALUE 'N'.
           05 WS-REPORT-MONTH           PIC X(07).
           05 WS-DECIDED-N              PIC 9(09) VALUE 0.
           05 WS-RATE-N                 PIC 9(03)V9 VALUE 0.
       01 WS-COUNTERS.
           05 WS-APP-COUNT              PIC 9(09) VALUE 0.
           05 WS-MONTH-COUNT            PIC 9(09) VALUE 0.

      * Monthly approval-rate report lines
       01 WS-CAP-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'MONTHLY CREDIT APPROVAL-RATE REPORT'.
           05 FILLER                    PIC X(08)
                   VALUE 'MONTH : '.
           05 WS-CAP-RPT-MONTH          PIC X(07).
           05 FILLER                    PIC X(77) VALUE SPACES.
       01 WS-CAP-RPT-SECTION.
           05 WS-CAP-RPT-SECT-TEXT      PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CAP-RPT-COL-HEAD.
           05 FILLER                    PIC X(48) VALUE
              '  SCORE BAND        RECEIVED  APPROVED   COUNTER'.
           05 FILLER                    PIC X(32) VALUE
              '  DECLINED  REFERRED  APPROVAL %'.
           05 FILLER                    PIC X(52) VALUE SPACES.
       01 WS-CAP-RPT-ROW-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CAP-RPT-R-BAND         PIC X(14).
           05 WS-CAP-RPT-R-RECEIVED     PIC Z(09)9.
           05 WS-CAP-RPT-R-APPROVED     PIC Z(09)9.
           05 WS-CAP-RPT-R-COUNTER      PIC Z(09)9.
           05 WS-CAP-RPT-R-DECLINED     PIC Z(09)9.
           05 WS-CAP-RPT-R-REFERRED     PIC Z(09)9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WS-CAP-RPT-R-RATE         PIC ZZ9.9.
           05 FILLER                    PIC X(55) VALUE SPACES.
       01 WS-CAP-RPT-NONE-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(20) VALUE 'NONE'.
           05 FILLER                    PIC X(108) VALUE SPACES.
       01 WS-CAP-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: a date in the month to report,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: sets the reporting month, tallies the
      * month's applications, then prints the product and
      * all-product tables.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCAP01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:7) TO WS-REPORT-MONTH
           DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH
           PERFORM 0000-CREDAPP-OPEN.
           PERFORM 0100-CAPRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           INITIALIZE WS-ALL-TABLE
           PERFORM 1000-APPLICATION-PASS.

           MOVE WS-REPORT-MONTH TO WS-CAP-RPT-MONTH
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-HEADER
           PERFORM 2000-PRINT-PRODUCTS.
           PERFORM 2100-PRINT-ALL-PRODUCTS.

           PERFORM 9000-CREDAPP-CLOSE.
           PERFORM 9100-CAPRPT-CLOSE.

           DISPLAY 'APPLICATIONS READ      :' WS-APP-COUNT
           DISPLAY 'TAKEN IN MONTH         :' WS-MONTH-COUNT
           DISPLAY 'PRODUCTS REPORTED      :' WS-PRD-ENTRIES-USED

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCAP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One pass of the applications, tallying those taken in
      * the reporting month.
      *---------------------------------------------------------------*
       1000-APPLICATION-PASS.
           PERFORM 1010-TAKE-NEXT-APPLICATION
              UNTIL WS-APP-EOF = 'Y'
           EXIT.
       1010-TAKE-NEXT-APPLICATION.
           READ CREDAPP-FILE INTO CREDIT-APPLICATION-RECORD
               AT END
                  MOVE 'Y' TO WS-APP-EOF
           END-READ
           IF  WS-APP-EOF = 'N'
               IF  CREDAPP-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CREDIT APPLICATION FILE'
                   MOVE CREDAPP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-APP-COUNT
               IF  APP-DATE(1:7) = WS-REPORT-MONTH
                   ADD 1 TO WS-MONTH-COUNT
                   PERFORM 1100-CLASSIFY-APPLICATION
                   PERFORM 1200-FIND-PRODUCT
                   MOVE WS-BAND-I TO WS-ROW-I
                   PERFORM 1300-ADD-TO-ROWS
                   MOVE WS-BAND-TOTAL-ROW TO WS-ROW-I
                   PERFORM 1300-ADD-TO-ROWS
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets the score band of the application and what it
      * counts as: booked is approved (a CNTR letter marks a
      * counter-offer), declined, or referred and still
      * waiting for an underwriter.
      *---------------------------------------------------------------*
       1100-CLASSIFY-APPLICATION.
           EVALUATE TRUE
               WHEN APP-BUREAU-SCORE < 580
                   MOVE 1 TO WS-BAND-I
               WHEN APP-BUREAU-SCORE < 620
                   MOVE 2 TO WS-BAND-I
               WHEN APP-BUREAU-SCORE < 660
                   MOVE 3 TO WS-BAND-I
               WHEN APP-BUREAU-SCORE < 700
                   MOVE 4 TO WS-BAND-I
               WHEN APP-BUREAU-SCORE < 740
                   MOVE 5 TO WS-BAND-I
               WHEN OTHER
                   MOVE 6 TO WS-BAND-I
           END-EVALUATE
           INITIALIZE WS-APP-COUNTS
           EVALUATE TRUE
               WHEN APP-STATUS-BOOKED
                   MOVE 1 TO WS-ADD-APPROVED
                   IF  APP-LETTER-CODE = 'CNTR'
                       MOVE 1 TO WS-ADD-COUNTER
                   END-IF
               WHEN APP-STATUS-DECLINED
                   MOVE 1 TO WS-ADD-DECLINED
               WHEN OTHER
                   MOVE 1 TO WS-ADD-REFERRED
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Finds the product's entry, adding it the first time the
      * product is met. Abends if the table is full.
      *---------------------------------------------------------------*
       1200-FIND-PRODUCT.
           SET WS-PRD-IDX TO 1
           SEARCH WS-PRD-ENTRY
              AT END
                 IF  WS-PRD-ENTRIES-USED >= WS-PRD-MAX
                     DISPLAY 'PRODUCT TABLE FULL: ' APP-PRODUCT-ID
                     PERFORM 9999-ABEND-PROGRAM
                 END-IF
                 ADD 1 TO WS-PRD-ENTRIES-USED
                 SET WS-PRD-IDX TO WS-PRD-ENTRIES-USED
                 PERFORM 1210-ADD-PRODUCT-ENTRY
              WHEN WS-PRD-IDX > WS-PRD-ENTRIES-USED
                 ADD 1 TO WS-PRD-ENTRIES-USED
                 PERFORM 1210-ADD-PRODUCT-ENTRY
              WHEN WS-PRD-GROUP-ID (WS-PRD-IDX) = APP-PRODUCT-ID
                 CONTINUE
           END-SEARCH
           SET WS-PRD-I TO WS-PRD-IDX
           EXIT.
       1210-ADD-PRODUCT-ENTRY.
           INITIALIZE WS-PRD-ENTRY (WS-PRD-IDX)
           MOVE APP-PRODUCT-ID TO WS-PRD-GROUP-ID (WS-PRD-IDX)
           EXIT.
      *---------------------------------------------------------------*
      * Adds the application to row WS-ROW-I of its product and
      * of the all-product table.
      *---------------------------------------------------------------*
       1300-ADD-TO-ROWS.
           ADD 1               TO WS-PRD-RECEIVED (WS-PRD-I, WS-ROW-I)
                                  WS-ALL-RECEIVED (WS-ROW-I)
           ADD WS-ADD-APPROVED TO WS-PRD-APPROVED (WS-PRD-I, WS-ROW-I)
                                  WS-ALL-APPROVED (WS-ROW-I)
           ADD WS-ADD-COUNTER  TO WS-PRD-COUNTER (WS-PRD-I, WS-ROW-I)
                                  WS-ALL-COUNTER (WS-ROW-I)
           ADD WS-ADD-DECLINED TO WS-PRD-DECLINED (WS-PRD-I, WS-ROW-I)
                                  WS-ALL-DECLINED (WS-ROW-I)
           ADD WS-ADD-REFERRED TO WS-PRD-REFERRED (WS-PRD-I, WS-ROW-I)
                                  WS-ALL-REFERRED (WS-ROW-I)
           EXIT.
      *---------------------------------------------------------------*
      * One table per product: a row per score band and the
      * product total.
      *---------------------------------------------------------------*
       2000-PRINT-PRODUCTS.
           IF  WS-PRD-ENTRIES-USED = 0
               WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-BLANK
               MOVE 'NO APPLICATIONS TAKEN IN MONTH'
                 TO WS-CAP-RPT-SECT-TEXT
               WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-SECTION
               WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-NONE-LINE
           END-IF
           PERFORM 2010-PRINT-PRODUCT
              VARYING WS-PRD-I FROM 1 BY 1
              UNTIL WS-PRD-I > WS-PRD-ENTRIES-USED
           EXIT.
       2010-PRINT-PRODUCT.
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-BLANK
           MOVE SPACES TO WS-CAP-RPT-SECT-TEXT
           STRING 'PRODUCT: '                 DELIMITED BY SIZE
                  WS-PRD-GROUP-ID (WS-PRD-I)  DELIMITED BY SIZE
             INTO WS-CAP-RPT-SECT-TEXT
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-SECTION
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-COL-HEAD
           PERFORM 2020-PRINT-PRODUCT-ROW
              VARYING WS-ROW-I FROM 1 BY 1
              UNTIL WS-ROW-I > WS-BAND-TOTAL-ROW
           EXIT.
       2020-PRINT-PRODUCT-ROW.
           MOVE WS-PRD-ROW (WS-PRD-I, WS-ROW-I) TO WS-CUR-ROW
           PERFORM 2900-WRITE-ROW-LINE
           EXIT.
      *---------------------------------------------------------------*
      * The all-product table.
      *---------------------------------------------------------------*
       2100-PRINT-ALL-PRODUCTS.
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-BLANK
           MOVE 'ALL PRODUCTS' TO WS-CAP-RPT-SECT-TEXT
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-SECTION
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-COL-HEAD
           PERFORM 2110-PRINT-ALL-ROW
              VARYING WS-ROW-I FROM 1 BY 1
              UNTIL WS-ROW-I > WS-BAND-TOTAL-ROW
           EXIT.
       2110-PRINT-ALL-ROW.
           MOVE WS-ALL-ROW (WS-ROW-I) TO WS-CUR-ROW
           PERFORM 2900-WRITE-ROW-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints WS-CUR-ROW under the band label of WS-ROW-I. The
      * approval rate is approved over decided; a row with
      * nothing decided shows zero.
      *---------------------------------------------------------------*
       2900-WRITE-ROW-LINE.
           IF  WS-ROW-I = WS-BAND-TOTAL-ROW
               WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-BLANK
           END-IF
           MOVE WS-BAND-LABEL (WS-ROW-I) TO WS-CAP-RPT-R-BAND
           MOVE WS-CUR-RECEIVED          TO WS-CAP-RPT-R-RECEIVED
           MOVE WS-CUR-APPROVED          TO WS-CAP-RPT-R-APPROVED
           MOVE WS-CUR-COUNTER           TO WS-CAP-RPT-R-COUNTER
           MOVE WS-CUR-DECLINED          TO WS-CAP-RPT-R-DECLINED
           MOVE WS-CUR-REFERRED          TO WS-CAP-RPT-R-REFERRED
           COMPUTE WS-DECIDED-N = WS-CUR-APPROVED + WS-CUR-DECLINED
           MOVE 0 TO WS-RATE-N
           IF  WS-DECIDED-N > 0
               COMPUTE WS-RATE-N ROUNDED =
                   (WS-CUR-APPROVED * 100) / WS-DECIDED-N
           END-IF
           MOVE WS-RATE-N                TO WS-CAP-RPT-R-RATE
           WRITE FD-CAPRPT-REC FROM WS-CAP-RPT-ROW-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the credit application VSAM for sequential input.
      *---------------------------------------------------------------*
       0000-CREDAPP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CREDAPP-FILE
           IF  CREDAPP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CREDIT APPLICATION FILE'
               MOVE CREDAPP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the monthly approval-rate report for output.
      *---------------------------------------------------------------*
       0100-CAPRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CAPRPT-FILE
           IF  CAPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING APPROVAL-RATE REPORT'
               MOVE CAPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the credit application VSAM.
      *---------------------------------------------------------------*
       9000-CREDAPP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CREDAPP-FILE
           IF  CREDAPP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CREDIT APPLICATION FILE'
               MOVE CREDAPP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the monthly approval-rate report.
      *---------------------------------------------------------------*
       9100-CAPRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CAPRPT-FILE
           IF  CAPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING APPROVAL-RATE REPORT'
               MOVE CAPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the report was written.
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
      * applications-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-APP-COUNT                TO BATCH-RECORD-COUNT
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
