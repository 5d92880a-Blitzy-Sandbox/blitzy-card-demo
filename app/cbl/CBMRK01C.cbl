      ******************************************************************
      * Program     : CBMRK01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Merchant dispute-ratio and risk report --
      *               measures each merchant's month of sales,
      *               disputes and confirmed fraud, ranks them,
      *               and puts merchants over the thresholds on
      *               watch.
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
      * CBMRK01C - Merchant Dispute-Ratio and Risk Report (Batch)
      *
      * Run monthly for the month of PARM-DATE. For every
      * merchant on the MERCHANT master (CVMER01Y.cpy) it
      * measures, from the transaction master and the fraud
      * case queue:
      *   - sales: purchases (type 01) originated in the month,
      *     count and amount
      *   - disputes filed in the month (TRAN-DISPUTE-DATE), and
      *     how many of them are already resolved for the
      *     cardholder (TRAN-DISPUTE-RESOLVED-CUST)
      *   - the dispute ratio: disputes as a percentage of the
      *     month's sales count
      *   - confirmed fraud: transaction cases opened in the
      *     month whose analyst disposition is CONFIRMED
      *
      * A merchant is put on watch (MER-STATUS 'W', with the
      * date and reason on the merchant record) when its ratio
      * reaches the DR threshold on at least MS sales, or its
      * confirmed fraud reaches FC cases -- the MRKPARM cards
      * (CVMRK01Y.cpy), defaulting when absent. Only an active
      * merchant is moved; an inactive one is left as it is.
      * A watched merchant still trades -- CBTRN02C posts it
      * and COTRS00C flags its hits -- until an administrator
      * returns it to active on COMER01C. A watched merchant
      * now under both thresholds is listed for that review.
      *
      * Each merchant's month is kept on MERHIST (CVMRK02Y.cpy)
      * -- a rerun rewrites it -- and MRKRPT ranks the merchants
      * with any activity by dispute ratio, showing each one's
      * ratio for the three months before and the trend
      * against their average. Sets RETURN-CODE = 4 if a
      * parameter card was rejected or the merchant table
      * filled.
      *
      * Files accessed:
      *   MRKPARM   - Risk parameter cards (sequential input;
      *               optional)
      *   MERCHANT  - Merchant master (KSDS, dynamic I-O)
      *   TRANFILE  - Transaction master (KSDS, sequential read)
      *   FRAUDCSE  - Fraud case queue (KSDS, sequential read)
      *   MERHIST   - Merchant risk history (KSDS, random I-O)
      *   MRKRPT    - Run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- any date
      * in the month to be measured.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBMRK01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MRKPARM: the risk parameter deck, one 80-byte card per
      * setting. Optional -- the defaults stand without it.
           SELECT MRKPARM-FILE ASSIGN TO MRKPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MRKPARM-STATUS.

      * Merchant master: walked once into the table, read by
      * key and rewritten to set a watch
           SELECT MERCHANT-FILE ASSIGN TO MERCHANT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-MER-ID
                  FILE STATUS  IS MERCHANT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-FRD-KEY
                  FILE STATUS  IS FRAUDCSE-STATUS.

           SELECT MERHIST-FILE ASSIGN TO MERHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MRH-KEY
                  FILE STATUS  IS MERHIST-STATUS.

           SELECT MRKRPT-FILE ASSIGN TO MRKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MRKRPT-STATUS.

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
      * FD for the risk parameter cards (80 bytes)
       FD  MRKPARM-FILE.
       01  FD-MRKPARM-REC                       PIC X(80).

      * FD for the merchant master VSAM (150 bytes)
       FD  MERCHANT-FILE.
       01  FD-MERCHANT-REC.
           05 FD-MER-ID                         PIC 9(09).
           05 FD-MER-DATA                       PIC X(141).

      * FD for the transaction master VSAM (370 bytes)
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRAN-ID                        PIC X(16).
           05 FD-TRAN-DATA                      PIC X(354).

      * FD for the fraud case VSAM (500 bytes)
       FD  FRAUDCSE-FILE.
       01  FD-FRAUDCSE-REC.
           05 FD-FRD-KEY                        PIC X(12).
           05 FD-FRD-DATA                       PIC X(488).

      * FD for the merchant risk history VSAM (80 bytes)
       FD  MERHIST-FILE.
       01  FD-MERHIST-REC.
           05 FD-MRH-KEY                        PIC X(15).
           05 FD-MRH-DATA                       PIC X(65).

      * FD for the run report (132-byte print)
       FD  MRKRPT-FILE.
       01  FD-MRKRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVMRK01Y: 80-byte risk parameter card
       COPY CVMRK01Y.
       01  MRKPARM-STATUS.
           05  MRKPARM-STAT1       PIC X.
           05  MRKPARM-STAT2       PIC X.
      * Parameter deck opened (a missing deck is tolerated)
       01  WS-MRKPARM-AVAILABLE    PIC X(01) VALUE 'N'.

      * CVMER01Y: 150-byte merchant master record
       COPY CVMER01Y.
       01  MERCHANT-STATUS.
           05  MERCHANT-STAT1      PIC X.
           05  MERCHANT-STAT2      PIC X.

      * CVTRA05Y: 370-byte posted transaction master record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVFRD01Y: 500-byte fraud case record
       COPY CVFRD01Y.
       01  FRAUDCSE-STATUS.
           05  FRAUDCSE-STAT1      PIC X.
           05  FRAUDCSE-STAT2      PIC X.
      * CVTRA06Y: the 370-byte DALYTRAN image a case carries
       COPY CVTRA06Y.

      * CVMRK02Y: 80-byte merchant risk history record
       COPY CVMRK02Y.
       01  MERHIST-STATUS.
           05  MERHIST-STAT1       PIC X.
           05  MERHIST-STAT2       PIC X.

       01  MRKRPT-STATUS.
           05  MRKRPT-STAT1        PIC X.
           05  MRKRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBMRK01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * Risk settings, as overridden by the MRKPARM cards
       01  WS-MRK-SETTINGS.
      * Dispute ratio for a watch, hundredths of a percent
           05 WS-WATCH-RATIO-BP         PIC 9(03) VALUE 100.
           05 WS-MIN-SALES              PIC 9(03) VALUE 25.
           05 WS-WATCH-FRAUD            PIC 9(03) VALUE 3.
      * The ratio threshold as a percentage, for comparison
           05 WS-WATCH-RATIO-PCT        PIC 9(03)V99 VALUE 0.

      * Every merchant on the master with its month, in key
      * order -- the fixed OCCURS/linear-SEARCH idiom the
      * batch programs use
       01  WS-MRK-TABLE.
           05 WS-MRK-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-MRK-ENTRY OCCURS 5000 TIMES
                           INDEXED BY WS-MRK-IDX.
              10 WS-MRK-MER-ID          PIC 9(09).
              10 WS-MRK-NAME            PIC X(20).
              10 WS-MRK-STATUS          PIC X(01).
              10 WS-MRK-SALES-COUNT     PIC 9(07) COMP-3.
              10 WS-MRK-SALES-AMT       PIC S9(11)V99 COMP-3.
              10 WS-MRK-DISPUTES        PIC 9(05) COMP-3.
              10 WS-MRK-CUST-WON        PIC 9(05) COMP-3.
              10 WS-MRK-FRAUD           PIC 9(05) COMP-3.
              10 WS-MRK-RATIO           PIC 9(03)V99 COMP-3.
      * 'N' newly on watch, 'W' on watch and still over, 'U'
      * on watch but now under both thresholds, space none
              10 WS-MRK-NOTE            PIC X(01).
       01  WS-MRK-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-FIND-MER-ID               PIC 9(09) VALUE 0.

      * The ranking: table positions of the merchants with any
      * activity, highest dispute ratio first
       01  WS-RANK-TABLE.
           05 WS-RANK-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
           05 WS-RANK-POS OCCURS 5000 TIMES
                                        PIC S9(04) COMP.
       01  WS-RANK-SUB                  PIC S9(04) COMP VALUE 0.
       01  WS-RANK-AT                   PIC S9(04) COMP VALUE 0.
       01  WS-RANK-NEW                  PIC S9(04) COMP VALUE 0.
       01  WS-RANK-OLD                  PIC S9(04) COMP VALUE 0.
       01  WS-RANK-SLOT-FOUND           PIC X(01) VALUE 'N'.
       01  WS-RANK-NUMBER               PIC 9(05) VALUE 0.

      * The three months before, YYYYMM, and the merchant's
      * ratio in each as MERHIST holds it
       01  WS-PRIOR-MONTHS.
           05 WS-PRIOR-ENTRY OCCURS 3 TIMES
                             INDEXED BY WS-PRIOR-IDX.
              10 WS-PRIOR-MONTH         PIC 9(06).
              10 WS-PRIOR-FOUND         PIC X(01).
              10 WS-PRIOR-RATIO         PIC 9(03)V99.
       01  WS-PRIOR-COUNT               PIC 9(01) VALUE 0.
       01  WS-PRIOR-TOTAL               PIC 9(05)V99 VALUE 0.
       01  WS-PRIOR-AVERAGE             PIC 9(03)V99 VALUE 0.

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

      * The month measured: YYYY-MM, YYYYMM, and a year/month
      * pair to step back from
       01  WS-REPORT-MONTH          PIC X(07) VALUE SPACES.
       01  WS-MONTH-N               PIC 9(06) VALUE 0.
       01  WS-MONTH-X REDEFINES WS-MONTH-N
                                    PIC X(06).
       01  WS-STEP-MONTH.
           05 WS-STEP-YYYY          PIC 9(04).
           05 WS-STEP-MM            PIC 9(02).
       01  WS-STEP-MONTH-N REDEFINES WS-STEP-MONTH
                                    PIC 9(06).

       01 WS-MISC-VARS.
           05 WS-PARM-EOF               PIC X(01) VALUE 'N'.
           05 WS-MER-EOF                PIC X(01) VALUE 'N'.
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-FRD-EOF                PIC X(01) VALUE 'N'.
           05 WS-OVER-DISPUTES          PIC X(01) VALUE 'N'.
           05 WS-OVER-FRAUD             PIC X(01) VALUE 'N'.
           05 WS-WORK-RATIO             PIC 9(07)V99 VALUE 0.
       01 WS-COUNTERS.
           05 WS-PARM-CARDS-READ        PIC 9(05) VALUE 0.
           05 WS-PARM-CARDS-REJECTED    PIC 9(05) VALUE 0.
           05 WS-MER-READ               PIC 9(07) VALUE 0.
           05 WS-TRAN-READ              PIC 9(09) VALUE 0.
           05 WS-SALES-USED             PIC 9(09) VALUE 0.
           05 WS-DISPUTES-USED          PIC 9(09) VALUE 0.
           05 WS-NO-MERCHANT-COUNT      PIC 9(09) VALUE 0.
           05 WS-FRD-READ               PIC 9(07) VALUE 0.
           05 WS-FRAUD-USED             PIC 9(07) VALUE 0.
           05 WS-ACTIVE-MER-COUNT       PIC 9(07) VALUE 0.
           05 WS-NEW-WATCH-COUNT        PIC 9(07) VALUE 0.
           05 WS-STILL-WATCH-COUNT      PIC 9(07) VALUE 0.
           05 WS-UNDER-WATCH-COUNT      PIC 9(07) VALUE 0.
           05 WS-HIST-WRITTEN           PIC 9(07) VALUE 0.
           05 WS-TABLE-FULL-COUNT       PIC 9(07) VALUE 0.
           05 WS-TOT-SALES-COUNT        PIC 9(09) VALUE 0.
           05 WS-TOT-SALES-AMT          PIC S9(13)V99 VALUE 0.
           05 WS-TOT-DISPUTES           PIC 9(09) VALUE 0.
           05 WS-TOT-CUST-WON           PIC 9(09) VALUE 0.
           05 WS-TOT-FRAUD              PIC 9(09) VALUE 0.

      * Run report lines
       01 WS-MRK-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'MERCHANT DISPUTE-RATIO AND RISK REPORT'.
           05 FILLER                    PIC X(08) VALUE 'MONTH : '.
           05 WS-MRK-RPT-MONTH          PIC X(07).
           05 FILLER                    PIC X(13)
                   VALUE '   RUN DATE: '.
           05 WS-MRK-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(54) VALUE SPACES.
       01 WS-MRK-RPT-SETTINGS.
           05 FILLER                    PIC X(24)
                   VALUE ' WATCH AT DISPUTE RATIO '.
           05 WS-MRK-RPT-S-DR           PIC ZZ9.99.
           05 FILLER                    PIC X(09) VALUE ' PCT ON  '.
           05 WS-MRK-RPT-S-MS           PIC ZZ9.
           05 FILLER                    PIC X(21)
                   VALUE ' OR MORE SALES, OR AT'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-S-FC           PIC ZZ9.
           05 FILLER                    PIC X(23)
                   VALUE ' CONFIRMED FRAUD CASES'.
           05 FILLER                    PIC X(42) VALUE SPACES.
       01 WS-MRK-RPT-MSG-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-MRK-RPT-MSG-TEXT       PIC X(80).
           05 FILLER                    PIC X(48) VALUE SPACES.
       01 WS-MRK-RPT-COL-HEAD1.
           05 FILLER                    PIC X(48) VALUE
              '  RANK MERCHANT  NAME                 ST   SALES'.
           05 FILLER                    PIC X(42) VALUE
              '   SALES AMOUNT  DISP  RATIO   WON FRAUD  '.
           05 FILLER                    PIC X(42) VALUE
              '  M-3    M-2    M-1 TREND NOTE            '.
       01 WS-MRK-RPT-DETAIL.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-RANK         PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-MER-ID       PIC 9(09).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-NAME         PIC X(20).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRK-RPT-D-STATUS       PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-SALES        PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-SALES-AMT    PIC Z(10)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-DISPUTES     PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-RATIO        PIC ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-WON          PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-FRAUD        PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-PRIOR OCCURS 3 TIMES.
              10 WS-MRK-RPT-D-PRIOR-X   PIC X(06).
              10 FILLER                 PIC X(01).
           05 WS-MRK-RPT-D-TREND        PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRK-RPT-D-NOTE         PIC X(14).
           05 FILLER                    PIC X(02) VALUE SPACES.
       01 WS-MRK-RPT-RATIO-E            PIC ZZ9.99.
       01 WS-MRK-RPT-TOTAL-LINE.
           05 WS-MRK-RPT-TOT-LABEL      PIC X(32).
           05 WS-MRK-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(91) VALUE SPACES.
       01 WS-MRK-RPT-AMOUNT-LINE.
           05 WS-MRK-RPT-AMT-LABEL      PIC X(32).
           05 WS-MRK-RPT-AMT-VALUE      PIC Z(12)9.99-.
           05 FILLER                    PIC X(83) VALUE SPACES.
       01 WS-MRK-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: a date in the month, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: settings, the merchants, the month's
      * activity, the watch decisions, then the ranked report.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMRK01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
           OR  PARM-DATE(8:1) NOT = '-'
           OR  PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:7) TO WS-REPORT-MONTH
           MOVE PARM-DATE(1:4) TO WS-MONTH-X(1:4)
           MOVE PARM-DATE(6:2) TO WS-MONTH-X(5:2)
           DISPLAY 'REPORT MONTH: ' WS-REPORT-MONTH

      * The three months before, oldest first
           MOVE WS-MONTH-N TO WS-STEP-MONTH-N
           PERFORM 1100-STEP-BACK-MONTH
           MOVE WS-STEP-MONTH-N TO WS-PRIOR-MONTH(3)
           PERFORM 1100-STEP-BACK-MONTH
           MOVE WS-STEP-MONTH-N TO WS-PRIOR-MONTH(2)
           PERFORM 1100-STEP-BACK-MONTH
           MOVE WS-STEP-MONTH-N TO WS-PRIOR-MONTH(1)

           PERFORM 0100-MRKPARM-OPEN.
           PERFORM 0150-MERCHANT-OPEN.
           PERFORM 0200-TRANFILE-OPEN.
           PERFORM 0250-FRAUDCSE-OPEN.
           PERFORM 0300-MERHIST-OPEN.
           PERFORM 0350-MRKRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-SETTINGS.

      * The report heading, with the settings in force
           MOVE WS-REPORT-MONTH      TO WS-MRK-RPT-MONTH
           MOVE PARM-DATE            TO WS-MRK-RPT-DATE
           MOVE WS-WATCH-RATIO-PCT   TO WS-MRK-RPT-S-DR
           MOVE WS-MIN-SALES         TO WS-MRK-RPT-S-MS
           MOVE WS-WATCH-FRAUD       TO WS-MRK-RPT-S-FC
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-HEADER
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-SETTINGS
           IF  WS-MRKPARM-AVAILABLE NOT = 'Y'
               MOVE 'NO MRKPARM CARDS - DEFAULT SETTINGS IN FORCE'
                 TO WS-MRK-RPT-MSG-TEXT
               WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-MSG-LINE
           END-IF
           IF  WS-PARM-CARDS-REJECTED > 0
               MOVE SPACES TO WS-MRK-RPT-MSG-TEXT
               STRING WS-PARM-CARDS-REJECTED
                      ' PARAMETER CARDS IGNORED - SEE THE JOB LOG'
                      DELIMITED BY SIZE
                 INTO WS-MRK-RPT-MSG-TEXT
               END-STRING
               WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-MSG-LINE
           END-IF
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-BLANK

           PERFORM 1500-LOAD-MERCHANTS.
           PERFORM 2000-LOAD-TRANSACTIONS.
           PERFORM 2500-LOAD-FRAUD-CASES.
           PERFORM 3000-RATE-MERCHANT
              THRU 3000-RATE-MERCHANT-EXIT
              VARYING WS-MRK-IDX FROM 1 BY 1
              UNTIL WS-MRK-IDX > WS-MRK-ENTRIES-USED

           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-COL-HEAD1
           PERFORM 4000-REPORT-MERCHANT
              VARYING WS-RANK-SUB FROM 1 BY 1
              UNTIL WS-RANK-SUB > WS-RANK-ENTRIES-USED
           IF  WS-RANK-ENTRIES-USED = 0
               MOVE 'NO MERCHANT ACTIVITY IN THE MONTH'
                 TO WS-MRK-RPT-MSG-TEXT
               WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-MSG-LINE
           END-IF

           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-BLANK
           MOVE 'MERCHANTS ON FILE              :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-MER-READ          TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'MERCHANTS WITH ACTIVITY        :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-ACTIVE-MER-COUNT  TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'SALES IN THE MONTH             :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-TOT-SALES-COUNT   TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'SALES AMOUNT                   :'
             TO WS-MRK-RPT-AMT-LABEL
           MOVE WS-TOT-SALES-AMT     TO WS-MRK-RPT-AMT-VALUE
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-AMOUNT-LINE
           MOVE 'DISPUTES FILED IN THE MONTH    :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-TOT-DISPUTES      TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'RESOLVED FOR THE CARDHOLDER    :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-TOT-CUST-WON      TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'CONFIRMED FRAUD CASES          :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-TOT-FRAUD         TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'MERCHANTS NEWLY ON WATCH       :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-NEW-WATCH-COUNT   TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'ON WATCH AND STILL OVER        :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-STILL-WATCH-COUNT TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE
           MOVE 'ON WATCH, UNDER - FOR REVIEW   :'
             TO WS-MRK-RPT-TOT-LABEL
           MOVE WS-UNDER-WATCH-COUNT TO WS-MRK-RPT-TOT-COUNT
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-TOTAL-LINE

           PERFORM 9100-MRKPARM-CLOSE.
           PERFORM 9150-MERCHANT-CLOSE.
           PERFORM 9200-TRANFILE-CLOSE.
           PERFORM 9250-FRAUDCSE-CLOSE.
           PERFORM 9300-MERHIST-CLOSE.
           PERFORM 9350-MRKRPT-CLOSE.

           DISPLAY 'PARAMETER CARDS READ   :' WS-PARM-CARDS-READ
           DISPLAY 'PARAMETER CARDS BAD    :' WS-PARM-CARDS-REJECTED
           DISPLAY 'MERCHANTS READ         :' WS-MER-READ
           DISPLAY 'MERCHANTS TABLED       :' WS-MRK-ENTRIES-USED
           DISPLAY 'TRANSACTIONS READ      :' WS-TRAN-READ
           DISPLAY 'SALES COUNTED          :' WS-SALES-USED
           DISPLAY 'DISPUTES COUNTED       :' WS-DISPUTES-USED
           DISPLAY 'MERCHANT NOT TABLED    :' WS-NO-MERCHANT-COUNT
           DISPLAY 'FRAUD CASES READ       :' WS-FRD-READ
           DISPLAY 'CONFIRMED FRAUD USED   :' WS-FRAUD-USED
           DISPLAY 'MERCHANTS WITH ACTIVITY:' WS-ACTIVE-MER-COUNT
           DISPLAY 'NEWLY ON WATCH         :' WS-NEW-WATCH-COUNT
           DISPLAY 'ON WATCH, STILL OVER   :' WS-STILL-WATCH-COUNT
           DISPLAY 'ON WATCH, NOW UNDER    :' WS-UNDER-WATCH-COUNT
           DISPLAY 'HISTORY ROWS WRITTEN   :' WS-HIST-WRITTEN
           DISPLAY 'TABLE OVERFLOWS        :' WS-TABLE-FULL-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           IF  WS-PARM-CARDS-REJECTED > 0
           OR  WS-TABLE-FULL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMRK01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the MRKPARM cards over the built-in defaults.
      *---------------------------------------------------------------*
       1000-LOAD-SETTINGS.
           IF  WS-MRKPARM-AVAILABLE = 'Y'
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 1010-NEXT-PARM-CARD
                  THRU 1010-NEXT-PARM-CARD-EXIT
                  UNTIL WS-PARM-EOF = 'Y'
           END-IF
      * A ratio threshold of zero would watch every merchant
      * with enough sales
           IF  WS-WATCH-RATIO-BP = 0
               MOVE 1 TO WS-WATCH-RATIO-BP
           END-IF
           COMPUTE WS-WATCH-RATIO-PCT = WS-WATCH-RATIO-BP / 100
           EXIT.
      *---------------------------------------------------------------*
      * One parameter card. A blank card or one starting '*' is
      * a comment; an unknown code or a non-numeric value is
      * listed and ignored. FC 0 turns the fraud test off.
      *---------------------------------------------------------------*
       1010-NEXT-PARM-CARD.
           READ MRKPARM-FILE INTO MRK-PARM-CARD
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
                  GO TO 1010-NEXT-PARM-CARD-EXIT
           END-READ
           IF  MRKPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING MRKPARM CARDS'
               MOVE MRKPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PARM-CARDS-READ
           IF  MKP-CODE = SPACES
           OR  MKP-CODE(1:1) = '*'
               GO TO 1010-NEXT-PARM-CARD-EXIT
           END-IF
           IF  MKP-VALUE NOT NUMERIC
               GO TO 1020-REJECT-PARM-CARD
           END-IF
           EVALUATE MKP-CODE
               WHEN 'DR'
                   MOVE MKP-VALUE-N TO WS-WATCH-RATIO-BP
               WHEN 'MS'
                   MOVE MKP-VALUE-N TO WS-MIN-SALES
               WHEN 'FC'
                   MOVE MKP-VALUE-N TO WS-WATCH-FRAUD
               WHEN OTHER
                   GO TO 1020-REJECT-PARM-CARD
           END-EVALUATE
           GO TO 1010-NEXT-PARM-CARD-EXIT.
       1020-REJECT-PARM-CARD.
           ADD 1 TO WS-PARM-CARDS-REJECTED
           DISPLAY 'PARAMETER CARD IGNORED: ' MRK-PARM-CARD(1:40).
       1010-NEXT-PARM-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Steps WS-STEP-MONTH back one month, YYYYMM.
      *---------------------------------------------------------------*
       1100-STEP-BACK-MONTH.
           IF  WS-STEP-MM > 1
               SUBTRACT 1 FROM WS-STEP-MM
           ELSE
               MOVE 12 TO WS-STEP-MM
               SUBTRACT 1 FROM WS-STEP-YYYY
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Every merchant on the master, in merchant order.
      *---------------------------------------------------------------*
       1500-LOAD-MERCHANTS.
           MOVE 'N'  TO WS-MER-EOF
           MOVE ZERO TO FD-MER-ID
           START MERCHANT-FILE KEY IS NOT LESS THAN FD-MER-ID
               INVALID KEY
                  MOVE 'Y' TO WS-MER-EOF
           END-START
           PERFORM 1510-NEXT-MERCHANT
              THRU 1510-NEXT-MERCHANT-EXIT
              UNTIL WS-MER-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One merchant into the table with an empty month.
      *---------------------------------------------------------------*
       1510-NEXT-MERCHANT.
           READ MERCHANT-FILE NEXT RECORD INTO MERCHANT-RECORD
               AT END
                  MOVE 'Y' TO WS-MER-EOF
                  GO TO 1510-NEXT-MERCHANT-EXIT
           END-READ
           IF  MERCHANT-STATUS NOT = '00'
               DISPLAY 'ERROR READING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-MER-READ
           IF  WS-MRK-ENTRIES-USED >= 5000
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY 'MERCHANT TABLE FULL - NOT MEASURED: ' MER-ID
               GO TO 1510-NEXT-MERCHANT-EXIT
           END-IF
           ADD 1 TO WS-MRK-ENTRIES-USED
           SET WS-MRK-IDX TO WS-MRK-ENTRIES-USED
           MOVE MER-ID       TO WS-MRK-MER-ID(WS-MRK-IDX)
           MOVE MER-NAME     TO WS-MRK-NAME(WS-MRK-IDX)
           MOVE MER-STATUS   TO WS-MRK-STATUS(WS-MRK-IDX)
           MOVE 0            TO WS-MRK-SALES-COUNT(WS-MRK-IDX)
                                WS-MRK-SALES-AMT(WS-MRK-IDX)
                                WS-MRK-DISPUTES(WS-MRK-IDX)
                                WS-MRK-CUST-WON(WS-MRK-IDX)
                                WS-MRK-FRAUD(WS-MRK-IDX)
                                WS-MRK-RATIO(WS-MRK-IDX)
           MOVE SPACE        TO WS-MRK-NOTE(WS-MRK-IDX).
       1510-NEXT-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One pass over the transaction master for the month's
      * sales and disputes.
      *---------------------------------------------------------------*
       2000-LOAD-TRANSACTIONS.
           MOVE 'N' TO WS-TRAN-EOF
           PERFORM 2010-NEXT-TRANSACTION
              THRU 2010-NEXT-TRANSACTION-EXIT
              UNTIL WS-TRAN-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One transaction. A purchase originated in the month is
      * a sale; a dispute filed in the month counts against
      * its merchant whenever the purchase was made.
      *---------------------------------------------------------------*
       2010-NEXT-TRANSACTION.
           READ TRANSACT-FILE INTO TRAN-RECORD
               AT END
                  MOVE 'Y' TO WS-TRAN-EOF
                  GO TO 2010-NEXT-TRANSACTION-EXIT
           END-READ
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-TRAN-READ
           IF  TRAN-MERCHANT-ID = 0
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF
           IF  NOT (TRAN-TYPE-CD = '01'
                    AND TRAN-AMT > 0
                    AND TRAN-ORIG-TS(1:7) = WS-REPORT-MONTH)
           AND NOT (NOT TRAN-DISPUTE-NONE
                    AND TRAN-DISPUTE-DATE(1:6) = WS-MONTH-X)
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF

           MOVE TRAN-MERCHANT-ID TO WS-FIND-MER-ID
           PERFORM 2900-FIND-MERCHANT
           IF  WS-MRK-FOUND NOT = 'Y'
               ADD 1 TO WS-NO-MERCHANT-COUNT
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF

           IF  TRAN-TYPE-CD = '01'
           AND TRAN-AMT > 0
           AND TRAN-ORIG-TS(1:7) = WS-REPORT-MONTH
               ADD 1 TO WS-SALES-USED
               ADD 1 TO WS-MRK-SALES-COUNT(WS-MRK-IDX)
               ADD TRAN-AMT TO WS-MRK-SALES-AMT(WS-MRK-IDX)
           END-IF
           IF  NOT TRAN-DISPUTE-NONE
           AND TRAN-DISPUTE-DATE(1:6) = WS-MONTH-X
               ADD 1 TO WS-DISPUTES-USED
               ADD 1 TO WS-MRK-DISPUTES(WS-MRK-IDX)
               IF  TRAN-DISPUTE-RESOLVED-CUST
                   ADD 1 TO WS-MRK-CUST-WON(WS-MRK-IDX)
               END-IF
           END-IF.
       2010-NEXT-TRANSACTION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One pass over the fraud case queue for the month's
      * confirmed fraud.
      *---------------------------------------------------------------*
       2500-LOAD-FRAUD-CASES.
           MOVE 'N' TO WS-FRD-EOF
           PERFORM 2510-NEXT-FRAUD-CASE
              THRU 2510-NEXT-FRAUD-CASE-EXIT
              UNTIL WS-FRD-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One case. A transaction case opened in the month that
      * the analyst has confirmed counts against the merchant
      * of the transaction it carries.
      *---------------------------------------------------------------*
       2510-NEXT-FRAUD-CASE.
           READ FRAUDCSE-FILE INTO FRAUD-CASE-RECORD
               AT END
                  MOVE 'Y' TO WS-FRD-EOF
                  GO TO 2510-NEXT-FRAUD-CASE-EXIT
           END-READ
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR READING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-FRD-READ
           IF  NOT FRD-CASE-TRANSACTION
           OR  NOT FRD-STATUS-CONFIRMED
           OR  FD-FRD-KEY(1:6) NOT = WS-MONTH-X
               GO TO 2510-NEXT-FRAUD-CASE-EXIT
           END-IF
           MOVE FRD-TRAN-DATA TO DALYTRAN-RECORD
           IF  DALYTRAN-MERCHANT-ID = 0
               GO TO 2510-NEXT-FRAUD-CASE-EXIT
           END-IF
           MOVE DALYTRAN-MERCHANT-ID TO WS-FIND-MER-ID
           PERFORM 2900-FIND-MERCHANT
           IF  WS-MRK-FOUND NOT = 'Y'
               ADD 1 TO WS-NO-MERCHANT-COUNT
               GO TO 2510-NEXT-FRAUD-CASE-EXIT
           END-IF
           ADD 1 TO WS-FRAUD-USED
           ADD 1 TO WS-MRK-FRAUD(WS-MRK-IDX).
       2510-NEXT-FRAUD-CASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Finds WS-FIND-MER-ID in the merchant table.
      *---------------------------------------------------------------*
       2900-FIND-MERCHANT.
           MOVE 'N' TO WS-MRK-FOUND
           SET WS-MRK-IDX TO 1
           SEARCH WS-MRK-ENTRY
               AT END
                  MOVE 'N' TO WS-MRK-FOUND
               WHEN WS-MRK-IDX > WS-MRK-ENTRIES-USED
                  MOVE 'N' TO WS-MRK-FOUND
               WHEN WS-MRK-MER-ID(WS-MRK-IDX) = WS-FIND-MER-ID
                  MOVE 'Y' TO WS-MRK-FOUND
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * One merchant's month rated. Its dispute ratio is taken
      * against the month's sales (none gives zero). An active
      * merchant over either threshold goes on watch; one
      * already watched is noted as still over, or as under
      * both and ready for an administrator's review. A
      * merchant with any activity, or on watch, is ranked.
      *---------------------------------------------------------------*
       3000-RATE-MERCHANT.
           IF  WS-MRK-SALES-COUNT(WS-MRK-IDX) > 0
               COMPUTE WS-WORK-RATIO ROUNDED =
                  WS-MRK-DISPUTES(WS-MRK-IDX) * 100
                  / WS-MRK-SALES-COUNT(WS-MRK-IDX)
               IF  WS-WORK-RATIO > 999.99
                   MOVE 999.99 TO WS-WORK-RATIO
               END-IF
               MOVE WS-WORK-RATIO TO WS-MRK-RATIO(WS-MRK-IDX)
           END-IF

           MOVE 'N' TO WS-OVER-DISPUTES
                       WS-OVER-FRAUD
           IF  WS-MRK-SALES-COUNT(WS-MRK-IDX) >= WS-MIN-SALES
           AND WS-MRK-RATIO(WS-MRK-IDX) >= WS-WATCH-RATIO-PCT
               MOVE 'Y' TO WS-OVER-DISPUTES
           END-IF
           IF  WS-WATCH-FRAUD > 0
           AND WS-MRK-FRAUD(WS-MRK-IDX) >= WS-WATCH-FRAUD
               MOVE 'Y' TO WS-OVER-FRAUD
           END-IF

           EVALUATE TRUE
               WHEN WS-MRK-STATUS(WS-MRK-IDX) = 'A'
                AND (WS-OVER-DISPUTES = 'Y' OR WS-OVER-FRAUD = 'Y')
                   PERFORM 3100-SET-WATCH
               WHEN WS-MRK-STATUS(WS-MRK-IDX) = 'W'
                AND (WS-OVER-DISPUTES = 'Y' OR WS-OVER-FRAUD = 'Y')
                   MOVE 'W' TO WS-MRK-NOTE(WS-MRK-IDX)
                   ADD 1 TO WS-STILL-WATCH-COUNT
               WHEN WS-MRK-STATUS(WS-MRK-IDX) = 'W'
                   MOVE 'U' TO WS-MRK-NOTE(WS-MRK-IDX)
                   ADD 1 TO WS-UNDER-WATCH-COUNT
           END-EVALUATE

           IF  WS-MRK-SALES-COUNT(WS-MRK-IDX) = 0
           AND WS-MRK-DISPUTES(WS-MRK-IDX) = 0
           AND WS-MRK-FRAUD(WS-MRK-IDX) = 0
           AND WS-MRK-NOTE(WS-MRK-IDX) = SPACE
               GO TO 3000-RATE-MERCHANT-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-MER-COUNT
           ADD WS-MRK-SALES-COUNT(WS-MRK-IDX) TO WS-TOT-SALES-COUNT
           ADD WS-MRK-SALES-AMT(WS-MRK-IDX)   TO WS-TOT-SALES-AMT
           ADD WS-MRK-DISPUTES(WS-MRK-IDX)    TO WS-TOT-DISPUTES
           ADD WS-MRK-CUST-WON(WS-MRK-IDX)    TO WS-TOT-CUST-WON
           ADD WS-MRK-FRAUD(WS-MRK-IDX)       TO WS-TOT-FRAUD
           PERFORM 3500-RANK-MERCHANT.
       3000-RATE-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Puts the merchant on watch: status 'W' with today's
      * date and the reason -- disputes before fraud when both.
      *---------------------------------------------------------------*
       3100-SET-WATCH.
           MOVE WS-MRK-MER-ID(WS-MRK-IDX) TO FD-MER-ID
           READ MERCHANT-FILE INTO MERCHANT-RECORD
            KEY IS FD-MER-ID
               INVALID KEY
                  DISPLAY 'MERCHANT NOT FOUND FOR WATCH: '
                          WS-MRK-MER-ID(WS-MRK-IDX)
                  MOVE MERCHANT-STATUS TO IO-STATUS
                  PERFORM 9910-DISPLAY-IO-STATUS
                  PERFORM 9999-ABEND-PROGRAM
           END-READ
           IF  MERCHANT-STATUS NOT = '00'
               DISPLAY 'ERROR READING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           SET MER-STATUS-WATCH TO TRUE
           MOVE PARM-DATE TO MER-WATCH-DATE
           IF  WS-OVER-DISPUTES = 'Y'
               SET MER-WATCH-DISPUTES TO TRUE
           ELSE
               SET MER-WATCH-FRAUD TO TRUE
           END-IF
           REWRITE FD-MERCHANT-REC FROM MERCHANT-RECORD
           IF  MERCHANT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 'W' TO WS-MRK-STATUS(WS-MRK-IDX)
           MOVE 'N' TO WS-MRK-NOTE(WS-MRK-IDX)
           ADD 1 TO WS-NEW-WATCH-COUNT
           DISPLAY 'MERCHANT PUT ON WATCH: ' MER-ID
                   ' REASON ' MER-WATCH-REASON
           EXIT.
      *---------------------------------------------------------------*
      * Inserts the merchant into the ranking: highest dispute
      * ratio first, then most disputes, then most fraud.
      *---------------------------------------------------------------*
       3500-RANK-MERCHANT.
           SET WS-RANK-NEW TO WS-MRK-IDX
           COMPUTE WS-RANK-AT = WS-RANK-ENTRIES-USED + 1
           MOVE 'N' TO WS-RANK-SLOT-FOUND
           PERFORM 3510-FIND-RANK-SLOT
              VARYING WS-RANK-SUB FROM 1 BY 1
              UNTIL WS-RANK-SUB > WS-RANK-ENTRIES-USED
                 OR WS-RANK-SLOT-FOUND = 'Y'
           PERFORM 3520-SHIFT-RANK-DOWN
              VARYING WS-RANK-SUB FROM WS-RANK-ENTRIES-USED BY -1
              UNTIL WS-RANK-SUB < WS-RANK-AT
           MOVE WS-RANK-NEW TO WS-RANK-POS(WS-RANK-AT)
           ADD 1 TO WS-RANK-ENTRIES-USED
           EXIT.
      *---------------------------------------------------------------*
      * Is the new merchant ahead of the one ranked here?
      *---------------------------------------------------------------*
       3510-FIND-RANK-SLOT.
           MOVE WS-RANK-POS(WS-RANK-SUB) TO WS-RANK-OLD
           IF  WS-MRK-RATIO(WS-RANK-NEW) > WS-MRK-RATIO(WS-RANK-OLD)
           OR (WS-MRK-RATIO(WS-RANK-NEW) = WS-MRK-RATIO(WS-RANK-OLD)
               AND WS-MRK-DISPUTES(WS-RANK-NEW) >
                   WS-MRK-DISPUTES(WS-RANK-OLD))
           OR (WS-MRK-RATIO(WS-RANK-NEW) = WS-MRK-RATIO(WS-RANK-OLD)
               AND WS-MRK-DISPUTES(WS-RANK-NEW) =
                   WS-MRK-DISPUTES(WS-RANK-OLD)
               AND WS-MRK-FRAUD(WS-RANK-NEW) >
                   WS-MRK-FRAUD(WS-RANK-OLD))
               MOVE WS-RANK-SUB TO WS-RANK-AT
               MOVE 'Y' TO WS-RANK-SLOT-FOUND
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Moves one ranked merchant down a place.
      *---------------------------------------------------------------*
       3520-SHIFT-RANK-DOWN.
           MOVE WS-RANK-POS(WS-RANK-SUB)
             TO WS-RANK-POS(WS-RANK-SUB + 1)
           EXIT.
      *---------------------------------------------------------------*
      * One ranked merchant: its three months before from
      * MERHIST and the trend against their average, the
      * report line, and this month's history row.
      *---------------------------------------------------------------*
       4000-REPORT-MERCHANT.
           MOVE WS-RANK-POS(WS-RANK-SUB) TO WS-RANK-NEW
           SET WS-MRK-IDX TO WS-RANK-NEW
           MOVE 0 TO WS-PRIOR-COUNT
                     WS-PRIOR-TOTAL
           PERFORM 4100-READ-PRIOR-MONTH
              VARYING WS-PRIOR-IDX FROM 1 BY 1
              UNTIL WS-PRIOR-IDX > 3

           MOVE SPACES                    TO WS-MRK-RPT-DETAIL
           MOVE WS-RANK-SUB               TO WS-RANK-NUMBER
           MOVE WS-RANK-NUMBER            TO WS-MRK-RPT-D-RANK
           MOVE WS-MRK-MER-ID(WS-MRK-IDX) TO WS-MRK-RPT-D-MER-ID
           MOVE WS-MRK-NAME(WS-MRK-IDX)   TO WS-MRK-RPT-D-NAME
           MOVE WS-MRK-STATUS(WS-MRK-IDX) TO WS-MRK-RPT-D-STATUS
           MOVE WS-MRK-SALES-COUNT(WS-MRK-IDX)
             TO WS-MRK-RPT-D-SALES
           MOVE WS-MRK-SALES-AMT(WS-MRK-IDX)
             TO WS-MRK-RPT-D-SALES-AMT
           MOVE WS-MRK-DISPUTES(WS-MRK-IDX)
             TO WS-MRK-RPT-D-DISPUTES
           MOVE WS-MRK-RATIO(WS-MRK-IDX)  TO WS-MRK-RPT-D-RATIO
           MOVE WS-MRK-CUST-WON(WS-MRK-IDX)
             TO WS-MRK-RPT-D-WON
           MOVE WS-MRK-FRAUD(WS-MRK-IDX)  TO WS-MRK-RPT-D-FRAUD

      * Trend against the average of the months on file
           IF  WS-PRIOR-COUNT = 0
               MOVE 'NEW'  TO WS-MRK-RPT-D-TREND
           ELSE
               COMPUTE WS-PRIOR-AVERAGE ROUNDED =
                  WS-PRIOR-TOTAL / WS-PRIOR-COUNT
               EVALUATE TRUE
                   WHEN WS-MRK-RATIO(WS-MRK-IDX) > WS-PRIOR-AVERAGE
                       MOVE 'UP'   TO WS-MRK-RPT-D-TREND
                   WHEN WS-MRK-RATIO(WS-MRK-IDX) < WS-PRIOR-AVERAGE
                       MOVE 'DOWN' TO WS-MRK-RPT-D-TREND
                   WHEN OTHER
                       MOVE 'FLAT' TO WS-MRK-RPT-D-TREND
               END-EVALUATE
           END-IF
           EVALUATE WS-MRK-NOTE(WS-MRK-IDX)
               WHEN 'N'
                   MOVE 'NEW WATCH'      TO WS-MRK-RPT-D-NOTE
               WHEN 'W'
                   MOVE 'ON WATCH'       TO WS-MRK-RPT-D-NOTE
               WHEN 'U'
                   MOVE 'WATCH - REVIEW' TO WS-MRK-RPT-D-NOTE
           END-EVALUATE
           WRITE FD-MRKRPT-REC FROM WS-MRK-RPT-DETAIL

           PERFORM 4200-WRITE-HISTORY
           EXIT.
      *---------------------------------------------------------------*
      * One of the three months before, from MERHIST -- N/A on
      * the report when the merchant has no row for it.
      *---------------------------------------------------------------*
       4100-READ-PRIOR-MONTH.
           MOVE 'N' TO WS-PRIOR-FOUND(WS-PRIOR-IDX)
           MOVE 0   TO WS-PRIOR-RATIO(WS-PRIOR-IDX)
           MOVE WS-MRK-MER-ID(WS-MRK-IDX)     TO MRH-MER-ID
           MOVE WS-PRIOR-MONTH(WS-PRIOR-IDX)  TO MRH-MONTH
           MOVE MRH-KEY TO FD-MRH-KEY
           READ MERHIST-FILE INTO MERCHANT-RISK-HIST-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE MERHIST-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PRIOR-FOUND(WS-PRIOR-IDX)
                   MOVE MRH-DISPUTE-RATIO
                     TO WS-PRIOR-RATIO(WS-PRIOR-IDX)
                   ADD 1 TO WS-PRIOR-COUNT
                   ADD MRH-DISPUTE-RATIO TO WS-PRIOR-TOTAL
                   MOVE MRH-DISPUTE-RATIO TO WS-MRK-RPT-RATIO-E
                   MOVE WS-MRK-RPT-RATIO-E
                     TO WS-MRK-RPT-D-PRIOR-X(WS-PRIOR-IDX)
               WHEN '23'
                   MOVE '   N/A' TO WS-MRK-RPT-D-PRIOR-X(WS-PRIOR-IDX)
               WHEN OTHER
                   DISPLAY 'ERROR READING MERCHANT HISTORY FILE'
                   MOVE MERHIST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * This month's history row -- rewritten on a rerun.
      *---------------------------------------------------------------*
       4200-WRITE-HISTORY.
           INITIALIZE MERCHANT-RISK-HIST-RECORD
           MOVE WS-MRK-MER-ID(WS-MRK-IDX)      TO MRH-MER-ID
           MOVE WS-MONTH-N                     TO MRH-MONTH
           MOVE WS-MRK-SALES-COUNT(WS-MRK-IDX) TO MRH-SALES-COUNT
           MOVE WS-MRK-SALES-AMT(WS-MRK-IDX)   TO MRH-SALES-AMT
           MOVE WS-MRK-DISPUTES(WS-MRK-IDX)    TO MRH-DISPUTE-COUNT
           MOVE WS-MRK-CUST-WON(WS-MRK-IDX)    TO MRH-CUST-WON-COUNT
           MOVE WS-MRK-FRAUD(WS-MRK-IDX)       TO MRH-FRAUD-COUNT
           MOVE WS-MRK-RATIO(WS-MRK-IDX)       TO MRH-DISPUTE-RATIO
           MOVE WS-MRK-STATUS(WS-MRK-IDX)      TO MRH-MER-STATUS
           MOVE PARM-DATE                      TO MRH-RUN-DATE
           WRITE FD-MERHIST-REC FROM MERCHANT-RISK-HIST-RECORD
               INVALID KEY
                  REWRITE FD-MERHIST-REC
                     FROM MERCHANT-RISK-HIST-RECORD
           END-WRITE
           IF  MERHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MERCHANT HISTORY FILE'
               MOVE MERHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-HIST-WRITTEN
           EXIT.
      *---------------------------------------------------------------*
      * Opens the parameter deck. Without it the built-in
      * defaults stand.
      *---------------------------------------------------------------*
       0100-MRKPARM-OPEN.
           OPEN INPUT MRKPARM-FILE
           IF  MRKPARM-STATUS = '00'
               MOVE 'Y' TO WS-MRKPARM-AVAILABLE
           ELSE
               MOVE 'N' TO WS-MRKPARM-AVAILABLE
               DISPLAY 'NO MRKPARM CARDS - DEFAULT SETTINGS IN FORCE'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the merchant master for dynamic I-O.
      *---------------------------------------------------------------*
       0150-MERCHANT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O MERCHANT-FILE
           IF  MERCHANT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for sequential read.
      *---------------------------------------------------------------*
       0200-TRANFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fraud case queue for sequential read.
      *---------------------------------------------------------------*
       0250-FRAUDCSE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the merchant risk history for random I-O.
      *---------------------------------------------------------------*
       0300-MERHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O MERHIST-FILE
           IF  MERHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MERCHANT HISTORY FILE'
               MOVE MERHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report.
      *---------------------------------------------------------------*
       0350-MRKRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT MRKRPT-FILE
           IF  MRKRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MERCHANT RISK REPORT'
               MOVE MRKRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the parameter deck, if it was opened.
      *---------------------------------------------------------------*
       9100-MRKPARM-CLOSE.
           IF  WS-MRKPARM-AVAILABLE = 'Y'
               CLOSE MRKPARM-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the merchant master.
      *---------------------------------------------------------------*
       9150-MERCHANT-CLOSE.
           CLOSE MERCHANT-FILE
           IF  MERCHANT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING MERCHANT FILE'
               MOVE MERCHANT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the transaction master.
      *---------------------------------------------------------------*
       9200-TRANFILE-CLOSE.
           CLOSE TRANSACT-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case queue.
      *---------------------------------------------------------------*
       9250-FRAUDCSE-CLOSE.
           CLOSE FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the merchant risk history.
      *---------------------------------------------------------------*
       9300-MERHIST-CLOSE.
           CLOSE MERHIST-FILE
           IF  MERHIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING MERCHANT HISTORY FILE'
               MOVE MERHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9350-MRKRPT-CLOSE.
           CLOSE MRKRPT-FILE
           IF  MRKRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING MERCHANT RISK REPORT'
               MOVE MRKRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the watches and history themselves stand.
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
      * count of merchants measured and the end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-ACTIVE-MER-COUNT         TO BATCH-RECORD-COUNT
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
