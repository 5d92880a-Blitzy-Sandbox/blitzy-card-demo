      ******************************************************************
      * Program     : CBYES01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Year-end cardholder spending summary by
      *               category, month and merchant.
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
      * CBYES01C - Year-End Spending Summary (Batch, January)
      *
      * Builds, for every account with activity in the year
      * before the PARM date's, the cardholder's year-end
      * spending summary -- the breakdown cardholders (and
      * small-business cardholders doing their taxes) ask for:
      *   1. One pass of the posted TRANSACT master and one of
      *      the TRANARCH archive (CBARC01C moves old postings
      *      from the one to the other, so between them they
      *      hold the whole year once). Each posting of the
      *      year (by its processing date, as CBPRF01C counts
      *      months) is resolved to its account through the
      *      token vault and the cross-reference and totalled
      *      on the YRSPEND work file (CVYES01Y.cpy):
      *        purchases - type 01, less the interest billed
      *                    under 01/0005: by TRANCATG category,
      *                    by month, and by merchant
      *        payments  - type 02, as money received
      *        interest  - 01/0005, 07/0012 and the SCRA
      *        fees        recalculation refunds, and the fee
      *                    adjustments and waivers -- the same
      *                    buckets CBSTM03A's disclosures and
      *                    CBPRF01C use
      *        rewards   - the points each purchase earned:
      *                    whole points per dollar at the
      *                    product group's PRODCAT earn rate,
      *                    the rule CBTRN02C accrues by
      *      Authorization holds (type 04) are not postings and
      *      are left out.
      *   2. The YRSPEND rows are read back account by account
      *      and composed into the summary (CVYES02Y.cpy): the
      *      year's totals, purchases by category and by month,
      *      and the top merchants by amount. Every line is
      *      archived to STMTARCH under the cycle date
      *      YYYY-12-YE with a YEAR-END summary record at
      *      sequence 0 (CVSTA01Y.cpy), so COSTA00C lists the
      *      summary among the account's statements and
      *      COSTA01C pages through it.
      * Delivery is the statements' own: run CBSDL01C with
      * PARM-DATE YYYY-12-YE after this job and the summaries
      * go to the print vendor extract -- or, for a customer
      * whose preferred contact is email, to an e-statement
      * notification instead -- exactly as a cycle's
      * statements do.
      *
      * A rerun for the same year first clears that year's
      * YRSPEND rows, then rewrites its own archived lines
      * (the same WRITE-else-REWRITE convention CBSTM03A
      * keeps). An account whose customer cannot be resolved
      * is skipped and logged and the run ends RC 4.
      *
      * Files accessed:
      *   TRANFILE  - Posted transactions (sequential input)
      *   TRANARCH  - Transaction archive (KSDS, sequential
      *               input)
      *   XREFFILE  - Card cross-reference (KSDS, random read,
      *               also by alternate key FD-XREF-ACCT-ID)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               alternate key FD-TKV-TOKEN-ID)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   PRODCAT   - Product catalog (KSDS, random read;
      *               optional -- the default earn rate applies
      *               without it)
      *   TRANCATG  - Transaction categories (KSDS, random read;
      *               optional -- categories print by code
      *               without it)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   YRSPEND   - Year-end spending totals (KSDS, dynamic
      *               I-O, CVYES01Y.cpy)
      *   STMTARCH  - Statement archive (KSDS, random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * run date; the summary covers the calendar year before
      * it. Scheduled in January; run later, it still
      * summarizes the prior year.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBYES01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT TRANARCH-FILE ASSIGN TO TRANARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TXA-KEY
                  FILE STATUS  IS TRANARCH-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-TKV-TOKEN-ID
                  FILE STATUS  IS TOKNVLT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT PRODCAT-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PRD-GROUP-ID
                  FILE STATUS  IS PRODCAT-STATUS.

           SELECT TRANCATG-FILE ASSIGN TO TRANCATG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TRANCATG-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT YRSPEND-FILE ASSIGN TO YRSPEND
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-YSP-KEY
                  FILE STATUS  IS YRSPEND-STATUS.

           SELECT STMTARCH-FILE ASSIGN TO STMTARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SAR-KEY
                  FILE STATUS  IS STMTARCH-STATUS.

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
      * FD for the transaction master -- 370-byte record,
      * same shape CBPRF01C reads
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-DATA                     PIC X(304).
           05 FD-TRAN-PROC-TS                   PIC X(26).
           05 FD-FILLER                         PIC X(40).

      * FD for the transaction archive VSAM (420 bytes)
       FD  TRANARCH-FILE.
       01  FD-TRANARCH-REC.
           05 FD-TXA-KEY                        PIC X(42).
           05 FD-TXA-DATA                       PIC X(378).

      * FD for the card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the product catalog VSAM (120 bytes)
       FD  PRODCAT-FILE.
       01  FD-PRODCAT-REC.
           05 FD-PRD-GROUP-ID                   PIC X(10).
           05 FD-PRD-DATA                       PIC X(110).

      * FD for the transaction category VSAM (60 bytes)
       FD  TRANCATG-FILE.
       01  FD-TRAN-CAT-RECORD.
           05  FD-TRAN-CAT-KEY.
              10  FD-TRAN-TYPE-CD               PIC X(02).
              10  FD-TRAN-CAT-CD                PIC 9(04).
           05  FD-TRAN-CAT-DATA                 PIC X(54).

      * FD for the customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the year-end spending totals VSAM (80 bytes)
       FD  YRSPEND-FILE.
       01  FD-YRSPEND-REC.
           05 FD-YSP-KEY                        PIC X(25).
           05 FD-YSP-DATA                       PIC X(55).

      * FD for the statement archive VSAM (160 bytes)
       FD  STMTARCH-FILE.
       01  FD-STMTARCH-REC.
           05 FD-SAR-KEY                        PIC X(25).
           05 FD-SAR-DATA                       PIC X(135).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVTRA05Y: transaction record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVARC01Y: 420-byte transaction archive record
       COPY CVARC01Y.
       01  TRANARCH-STATUS.
           05  TRANARCH-STAT1      PIC X.
           05  TRANARCH-STAT2      PIC X.

      * CVACT03Y: 50-byte card cross-reference record
       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVPRD01Y: 120-byte product catalog record
       COPY CVPRD01Y.
       01  PRODCAT-STATUS.
           05  PRODCAT-STAT1       PIC X.
           05  PRODCAT-STAT2       PIC X.
       01  WS-PRODCAT-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVTRA04Y: 60-byte transaction category record -- its
      * key names repeat TRAN-RECORD's, so the transaction's
      * are qualified OF TRAN-RECORD throughout
       COPY CVTRA04Y.
       01  TRANCATG-STATUS.
           05  TRANCATG-STAT1      PIC X.
           05  TRANCATG-STAT2      PIC X.
       01  WS-TRANCATG-AVAILABLE    PIC X(01) VALUE 'N'.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVYES01Y: 80-byte year-end spending totals record
       COPY CVYES01Y.
       01  YRSPEND-STATUS.
           05  YRSPEND-STAT1       PIC X.
           05  YRSPEND-STAT2       PIC X.

      * CVSTA01Y: 160-byte statement archive record
       COPY CVSTA01Y.
       01  STMTARCH-STATUS.
           05  STMTARCH-STAT1      PIC X.
           05  STMTARCH-STAT2      PIC X.

      * CVYES02Y: year-end spending summary print lines
       COPY CVYES02Y.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBYES01C'.
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

       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * The summary year and the archive cycle date its
      * summaries are filed under
       01 WS-RUN-YEAR                   PIC 9(04).
       01 WS-SUMMARY-YEAR               PIC 9(04).
       01 WS-SUMMARY-YEAR-X REDEFINES WS-SUMMARY-YEAR
                                        PIC X(04).
       01 WS-SUMMARY-CYCLE-DATE         PIC X(10).
       01 WS-PERIOD-FROM                PIC X(10).
       01 WS-PERIOD-THRU                PIC X(10).

      * Card resolution, bucket and pass control
       01 WS-MISC-VARS.
           05 WS-CARD-NUM               PIC X(16).
           05 WS-CARD-RESOLVED          PIC X(01).
           05 WS-YES-BUCKET             PIC X(01).
               88 WS-BUCKET-NONE        VALUE SPACE.
               88 WS-BUCKET-PURCHASE    VALUE 'P'.
               88 WS-BUCKET-PAYMENT     VALUE 'Y'.
               88 WS-BUCKET-INTEREST    VALUE 'I'.
               88 WS-BUCKET-FEE         VALUE 'F'.
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-TXA-EOF                PIC X(01) VALUE 'N'.
           05 WS-YSP-EOF                PIC X(01) VALUE 'N'.
           05 WS-CURR-ACCT-ID           PIC 9(11) VALUE 0.
           05 WS-CUSTOMER-NAME          PIC X(50) VALUE SPACES.
           05 WS-DOC-LINE               PIC X(132).
           05 WS-ARCH-LINE-SEQ          PIC 9(04) VALUE 0.

      * The row being added to YRSPEND: its key (kind and code
      * set by the caller in YSP-KEY), amount and merchant name
       01 WS-ROW-WORK.
           05 WS-ROW-KEY                PIC X(25).
           05 WS-ROW-AMOUNT             PIC S9(11)V99.
           05 WS-ROW-NAME               PIC X(30).

      * Rewards earn rate of the account last looked up -- the
      * built-in default, overridden by the account group's
      * PRODCAT catalog row when one exists (CBTRN02C's rule)
       01 WS-REWARD-VARS.
           05 WS-RWD-ACCT-ID            PIC 9(11) VALUE 0.
           05 WS-REWARD-RATE            PIC 9(02) VALUE 1.
           05 WS-DFLT-REWARD-RATE       PIC 9(02) VALUE 1.
           05 WS-POINTS-EARNED          PIC S9(09) VALUE 0.

      * The account in hand, gathered from its YRSPEND rows:
      * the year's totals, the purchases by category (in key
      * order, so they print sorted) and by month, and the
      * highest-spend merchants, WS-YTM-MAX deep
       01 WS-YES-TOTALS.
           05 WS-YES-PURCH-AMT          PIC S9(11)V99.
           05 WS-YES-PURCH-CNT          PIC 9(07).
           05 WS-YES-PAY-AMT            PIC S9(11)V99.
           05 WS-YES-PAY-CNT            PIC 9(07).
           05 WS-YES-INT-AMT            PIC S9(11)V99.
           05 WS-YES-INT-CNT            PIC 9(07).
           05 WS-YES-FEE-AMT            PIC S9(11)V99.
           05 WS-YES-FEE-CNT            PIC 9(07).
           05 WS-YES-POINTS             PIC S9(11)V99.
       01 WS-YCT-TABLE.
           05 WS-YCT-USED               PIC S9(04) COMP VALUE 0.
           05 WS-YCT-ENTRY OCCURS 100 TIMES.
              10 WS-YCT-TYPE-CD         PIC X(02).
              10 WS-YCT-CAT-CD          PIC 9(04).
              10 WS-YCT-AMOUNT          PIC S9(11)V99.
              10 WS-YCT-COUNT           PIC 9(07).
       01 WS-YCT-MAX                    PIC S9(04) COMP VALUE 100.
       01 WS-YMO-TABLE.
           05 WS-YMO-ENTRY OCCURS 12 TIMES.
              10 WS-YMO-AMOUNT          PIC S9(11)V99.
              10 WS-YMO-COUNT           PIC 9(07).
       01 WS-YTM-TABLE.
           05 WS-YTM-USED               PIC S9(04) COMP VALUE 0.
           05 WS-YTM-ENTRY OCCURS 10 TIMES.
              10 WS-YTM-MERCHANT-ID     PIC 9(09).
              10 WS-YTM-NAME            PIC X(30).
              10 WS-YTM-AMOUNT          PIC S9(11)V99.
              10 WS-YTM-COUNT           PIC 9(07).
              10 WS-YTM-PRINTED         PIC X(01).
       01 WS-YTM-MAX                    PIC S9(04) COMP VALUE 10.
       01 WS-TABLE-WORK.
           05 WS-YCT-I                  PIC S9(04) COMP VALUE 0.
           05 WS-YMO-I                  PIC S9(04) COMP VALUE 0.
           05 WS-YTM-I                  PIC S9(04) COMP VALUE 0.
           05 WS-YTM-LOW                PIC S9(04) COMP VALUE 0.
           05 WS-YTM-HIGH               PIC S9(04) COMP VALUE 0.
           05 WS-YTM-RANK               PIC S9(04) COMP VALUE 0.

      * Month names for the by-month section
       01 WS-MONTH-NAMES-X.
           05 FILLER                    PIC X(09) VALUE 'JANUARY'.
           05 FILLER                    PIC X(09) VALUE 'FEBRUARY'.
           05 FILLER                    PIC X(09) VALUE 'MARCH'.
           05 FILLER                    PIC X(09) VALUE 'APRIL'.
           05 FILLER                    PIC X(09) VALUE 'MAY'.
           05 FILLER                    PIC X(09) VALUE 'JUNE'.
           05 FILLER                    PIC X(09) VALUE 'JULY'.
           05 FILLER                    PIC X(09) VALUE 'AUGUST'.
           05 FILLER                    PIC X(09) VALUE 'SEPTEMBER'.
           05 FILLER                    PIC X(09) VALUE 'OCTOBER'.
           05 FILLER                    PIC X(09) VALUE 'NOVEMBER'.
           05 FILLER                    PIC X(09) VALUE 'DECEMBER'.
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-X.
           05 WS-MONTH-NAME OCCURS 12 TIMES
                                        PIC X(09).

      * A category with no TRANCATG row prints by its code
       01 WS-CAT-CODE-DESC.
           05 FILLER                    PIC X(09) VALUE 'CATEGORY '.
           05 WS-CCD-TYPE-CD            PIC X(02).
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WS-CCD-CAT-CD             PIC 9(04).

       01 WS-COUNTERS.
           05 WS-CLEARED-COUNT          PIC 9(09) VALUE 0.
           05 WS-TRAN-READ-COUNT        PIC 9(09) VALUE 0.
           05 WS-TXA-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-TRAN-YEAR-COUNT        PIC 9(09) VALUE 0.
           05 WS-TRAN-TAKEN-COUNT       PIC 9(09) VALUE 0.
           05 WS-UNRESOLVED-COUNT       PIC 9(09) VALUE 0.
           05 WS-SUMMARY-COUNT          PIC 9(09) VALUE 0.
           05 WS-LINE-COUNT             PIC 9(09) VALUE 0.
           05 WS-SKIP-COUNT             PIC 9(09) VALUE 0.
           05 WS-CAT-OVERFLOW-COUNT     PIC 9(09) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: the run date, YYYY-MM-DD; the
      * summary covers the calendar year before it
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: totals the year's postings by account,
      * then composes and archives each account's summary.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBYES01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
               DISPLAY 'INVALID RUN DATE PARM: ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-RUN-YEAR
           COMPUTE WS-SUMMARY-YEAR = WS-RUN-YEAR - 1
           IF  PARM-DATE(6:2) NOT = '01'
               DISPLAY 'NOTE: RUN OUTSIDE JANUARY'
           END-IF
           MOVE WS-SUMMARY-YEAR-X TO WS-SUMMARY-CYCLE-DATE(1:4)
           MOVE '-12-YE'          TO WS-SUMMARY-CYCLE-DATE(5:6)
           MOVE WS-SUMMARY-YEAR-X TO WS-PERIOD-FROM(1:4)
           MOVE '-01-01'          TO WS-PERIOD-FROM(5:6)
           MOVE WS-SUMMARY-YEAR-X TO WS-PERIOD-THRU(1:4)
           MOVE '-12-31'          TO WS-PERIOD-THRU(5:6)
           DISPLAY 'SUMMARY YEAR: ' WS-SUMMARY-YEAR
                   '  ARCHIVED AS: ' WS-SUMMARY-CYCLE-DATE
           PERFORM 0000-TRANFILE-OPEN.
           PERFORM 0050-TRANARCH-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0150-TOKNVLT-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0250-PRODCAT-OPEN.
           PERFORM 0300-TRANCATG-OPEN.
           PERFORM 0350-CUSTDAT-OPEN.
           PERFORM 0400-YRSPEND-OPEN.
           PERFORM 0450-STMTARCH-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-CLEAR-YEAR.
           PERFORM 1100-LOAD-TRANSACT.
           PERFORM 1200-LOAD-TRANARCH.
           PERFORM 2000-BUILD-SUMMARIES.

           PERFORM 9000-TRANFILE-CLOSE.
           PERFORM 9050-TRANARCH-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9150-TOKNVLT-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9250-PRODCAT-CLOSE.
           PERFORM 9300-TRANCATG-CLOSE.
           PERFORM 9350-CUSTDAT-CLOSE.
           PERFORM 9400-YRSPEND-CLOSE.
           PERFORM 9450-STMTARCH-CLOSE.

           DISPLAY 'PRIOR RUN ROWS CLEARED :' WS-CLEARED-COUNT
           DISPLAY 'TRANSACT RECORDS READ  :' WS-TRAN-READ-COUNT
           DISPLAY 'TRANARCH RECORDS READ  :' WS-TXA-READ-COUNT
           DISPLAY 'POSTINGS IN YEAR       :' WS-TRAN-YEAR-COUNT
           DISPLAY 'POSTINGS SUMMARIZED    :' WS-TRAN-TAKEN-COUNT
           DISPLAY 'CARDS NOT RESOLVED     :' WS-UNRESOLVED-COUNT
           DISPLAY 'SUMMARIES ARCHIVED     :' WS-SUMMARY-COUNT
           DISPLAY 'SUMMARY LINES ARCHIVED :' WS-LINE-COUNT
           DISPLAY 'ACCOUNTS SKIPPED       :' WS-SKIP-COUNT
           DISPLAY 'CATEGORIES NOT LISTED  :' WS-CAT-OVERFLOW-COUNT

           IF  WS-SKIP-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBYES01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * A rerun of the year starts clean: the year's YRSPEND
      * rows from an earlier run are deleted first.
      *---------------------------------------------------------------*
       1000-CLEAR-YEAR.
           MOVE 'N' TO WS-YSP-EOF
           INITIALIZE YEAR-SPEND-RECORD
           MOVE WS-SUMMARY-YEAR TO YSP-YEAR
           MOVE YSP-KEY         TO FD-YSP-KEY
           START YRSPEND-FILE KEY NOT < FD-YSP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-YSP-EOF
           END-START
           PERFORM 1010-CLEAR-NEXT-ROW
              UNTIL WS-YSP-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Deletes the next row while it still belongs to the year.
      *---------------------------------------------------------------*
       1010-CLEAR-NEXT-ROW.
           PERFORM 2050-YRSPEND-GET-NEXT
           IF  WS-YSP-EOF = 'N'
               DELETE YRSPEND-FILE RECORD
               IF  YRSPEND-STATUS NOT = '00'
                   DISPLAY 'ERROR DELETING YEAR-END TOTALS'
                   MOVE YRSPEND-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CLEARED-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over the posted transaction master.
      *---------------------------------------------------------------*
       1100-LOAD-TRANSACT.
           PERFORM 1150-TRANFILE-GET-NEXT
           PERFORM 1110-TAKE-TRANSACT
              UNTIL WS-TRAN-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Takes the current posting, then reads the next.
      *---------------------------------------------------------------*
       1110-TAKE-TRANSACT.
           ADD 1 TO WS-TRAN-READ-COUNT
           PERFORM 1300-TAKE-TRANSACTION
              THRU 1300-TAKE-TRANSACTION-EXIT
           PERFORM 1150-TRANFILE-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next transaction master record.
      *---------------------------------------------------------------*
       1150-TRANFILE-GET-NEXT.
           READ TRANSACT-FILE INTO TRAN-RECORD.
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  TRANFILE-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO WS-TRAN-EOF
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION FILE'
                   MOVE TRANFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over the transaction archive. Each archived record
      * carries the full TRAN-RECORD image, taken like a
      * posting off the master.
      *---------------------------------------------------------------*
       1200-LOAD-TRANARCH.
           PERFORM 1250-TRANARCH-GET-NEXT
           PERFORM 1210-TAKE-TRANARCH
              UNTIL WS-TXA-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Takes the current archived posting, then reads the next.
      *---------------------------------------------------------------*
       1210-TAKE-TRANARCH.
           ADD 1 TO WS-TXA-READ-COUNT
           MOVE TXA-TRAN-DATA TO TRAN-RECORD
           PERFORM 1300-TAKE-TRANSACTION
              THRU 1300-TAKE-TRANSACTION-EXIT
           PERFORM 1250-TRANARCH-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next transaction archive record.
      *---------------------------------------------------------------*
       1250-TRANARCH-GET-NEXT.
           READ TRANARCH-FILE INTO TRAN-ARCH-RECORD
               AT END
                  MOVE 'Y' TO WS-TXA-EOF
           END-READ
           IF  WS-TXA-EOF = 'N'
               IF  TRANARCH-STATUS NOT = '00'
                   DISPLAY 'ERROR READING TRANSACTION ARCHIVE'
                   MOVE TRANARCH-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sorts a posting of the summary year into its bucket,
      * resolves it to its account and adds it to the account's
      * YRSPEND rows. Postings of another year, authorization
      * holds and postings in no bucket are passed by.
      *---------------------------------------------------------------*
       1300-TAKE-TRANSACTION.
           IF  TRAN-PROC-TS(1:4) NOT = WS-SUMMARY-YEAR-X
           OR  TRAN-TYPE-CD OF TRAN-RECORD = '04'
               GO TO 1300-TAKE-TRANSACTION-EXIT
           END-IF
           ADD 1 TO WS-TRAN-YEAR-COUNT
           PERFORM 1310-CLASSIFY-TRANSACTION
           IF  WS-BUCKET-NONE
               GO TO 1300-TAKE-TRANSACTION-EXIT
           END-IF
           MOVE TRAN-CARD-NUM TO WS-CARD-NUM
           PERFORM 1900-RESOLVE-CARD
           IF  WS-CARD-RESOLVED = 'N'
               ADD 1 TO WS-UNRESOLVED-COUNT
               GO TO 1300-TAKE-TRANSACTION-EXIT
           END-IF
           ADD 1 TO WS-TRAN-TAKEN-COUNT
           INITIALIZE YEAR-SPEND-RECORD
           MOVE SPACES TO WS-ROW-NAME
           EVALUATE TRUE
               WHEN WS-BUCKET-PURCHASE
                   PERFORM 1320-ADD-PURCHASE
               WHEN WS-BUCKET-PAYMENT
                   SET YSP-KIND-TOTAL     TO TRUE
                   SET YSP-TOTAL-PAYMENTS TO TRUE
                   COMPUTE WS-ROW-AMOUNT = TRAN-AMT * -1
                   PERFORM 1400-ADD-TO-ROW
               WHEN WS-BUCKET-INTEREST
                   SET YSP-KIND-TOTAL     TO TRUE
                   SET YSP-TOTAL-INTEREST TO TRUE
                   MOVE TRAN-AMT          TO WS-ROW-AMOUNT
                   PERFORM 1400-ADD-TO-ROW
               WHEN WS-BUCKET-FEE
                   SET YSP-KIND-TOTAL     TO TRUE
                   SET YSP-TOTAL-FEES     TO TRUE
                   MOVE TRAN-AMT          TO WS-ROW-AMOUNT
                   PERFORM 1400-ADD-TO-ROW
           END-EVALUATE.
       1300-TAKE-TRANSACTION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Interest and fees are bucketed as CBSTM03A's disclosures
      * bucket them; the interest billed under type 01 is tested
      * before the rest of type 01 is taken as purchases.
      *---------------------------------------------------------------*
       1310-CLASSIFY-TRANSACTION.
           MOVE SPACE TO WS-YES-BUCKET
           EVALUATE TRUE
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '01'
                    AND TRAN-CAT-CD OF TRAN-RECORD = 5
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '07'
                    AND TRAN-CAT-CD OF TRAN-RECORD = 12
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '06'
                    AND TRAN-SOURCE = 'SCRARECALC'
                   SET WS-BUCKET-INTEREST TO TRUE
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '07'
                    AND (TRAN-CAT-CD OF TRAN-RECORD = 1 OR 2 OR 5
                                        OR 6 OR 7 OR 8 OR 9)
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '06'
                    AND TRAN-SOURCE = 'FEEWAIVER'
                   SET WS-BUCKET-FEE TO TRUE
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '01'
                   SET WS-BUCKET-PURCHASE TO TRUE
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '02'
                   SET WS-BUCKET-PAYMENT TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * A purchase adds to its category, its month and its
      * merchant, and earns rewards points when it is a debit.
      *---------------------------------------------------------------*
       1320-ADD-PURCHASE.
           MOVE TRAN-AMT TO WS-ROW-AMOUNT

           SET YSP-KIND-CATEGORY TO TRUE
           MOVE SPACES                       TO YSP-CODE
           MOVE TRAN-TYPE-CD OF TRAN-RECORD  TO YSP-CAT-TYPE-CD
           MOVE TRAN-CAT-CD OF TRAN-RECORD   TO YSP-CAT-CD
           PERFORM 1400-ADD-TO-ROW

           SET YSP-KIND-MONTH TO TRUE
           MOVE SPACES               TO YSP-CODE
           MOVE TRAN-PROC-TS(6:2)    TO YSP-MONTH
           PERFORM 1400-ADD-TO-ROW

           IF  TRAN-MERCHANT-ID NUMERIC
           AND TRAN-MERCHANT-ID NOT = ZERO
               SET YSP-KIND-MERCHANT TO TRUE
               MOVE TRAN-MERCHANT-ID   TO YSP-MERCHANT-ID
               MOVE TRAN-MERCHANT-NAME TO WS-ROW-NAME
               PERFORM 1400-ADD-TO-ROW
               MOVE SPACES             TO WS-ROW-NAME
           END-IF

           IF  TRAN-AMT > ZERO
               PERFORM 1330-GET-REWARD-RATE
                  THRU 1330-GET-REWARD-RATE-EXIT
               COMPUTE WS-POINTS-EARNED =
                  TRAN-AMT * WS-REWARD-RATE
               IF  WS-POINTS-EARNED > 0
                   SET YSP-KIND-TOTAL    TO TRUE
                   SET YSP-TOTAL-REWARDS TO TRUE
                   MOVE WS-POINTS-EARNED TO WS-ROW-AMOUNT
                   PERFORM 1400-ADD-TO-ROW
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets the earn rate for the posting's account, looked up
      * once per run of postings for the same account.
      *---------------------------------------------------------------*
       1330-GET-REWARD-RATE.
           IF  XREF-ACCT-ID = WS-RWD-ACCT-ID
               GO TO 1330-GET-REWARD-RATE-EXIT
           END-IF
           MOVE XREF-ACCT-ID        TO WS-RWD-ACCT-ID
           MOVE WS-DFLT-REWARD-RATE TO WS-REWARD-RATE
           IF  WS-PRODCAT-AVAILABLE NOT = 'Y'
               GO TO 1330-GET-REWARD-RATE-EXIT
           END-IF
           MOVE XREF-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 GO TO 1330-GET-REWARD-RATE-EXIT
           END-READ
           MOVE ACCT-GROUP-ID TO FD-PRD-GROUP-ID
           READ PRODCAT-FILE INTO PRODUCT-CATALOG-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF  PRODCAT-STATUS = '00'
               MOVE PRD-REWARD-RATE TO WS-REWARD-RATE
           END-IF.
       1330-GET-REWARD-RATE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Adds WS-ROW-AMOUNT to the account's row of the kind and
      * code the caller set in YSP-KEY, creating the row the
      * first time it is met.
      *---------------------------------------------------------------*
       1400-ADD-TO-ROW.
           MOVE WS-SUMMARY-YEAR TO YSP-YEAR
           MOVE XREF-ACCT-ID    TO YSP-ACCT-ID
           MOVE YSP-KEY         TO WS-ROW-KEY
           MOVE YSP-KEY         TO FD-YSP-KEY
           READ YRSPEND-FILE INTO YEAR-SPEND-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE YRSPEND-STATUS
               WHEN '00'
                   ADD WS-ROW-AMOUNT TO YSP-AMOUNT
                   ADD 1             TO YSP-COUNT
                   REWRITE FD-YRSPEND-REC FROM YEAR-SPEND-RECORD
               WHEN '23'
                   INITIALIZE YEAR-SPEND-RECORD
                   MOVE WS-ROW-KEY    TO YSP-KEY
                   MOVE WS-ROW-AMOUNT TO YSP-AMOUNT
                   MOVE 1             TO YSP-COUNT
                   MOVE WS-ROW-NAME   TO YSP-MERCHANT-NAME
                   WRITE FD-YRSPEND-REC FROM YEAR-SPEND-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  YRSPEND-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING YEAR-END TOTALS'
               MOVE YRSPEND-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE WS-ROW-KEY TO YSP-KEY
           EXIT.
      *---------------------------------------------------------------*
      * Resolves a posting's card -- a vault token ('99' prefix)
      * through TOKNVLT first -- to its cross-reference row.
      *---------------------------------------------------------------*
       1900-RESOLVE-CARD.
           MOVE 'N' TO WS-CARD-RESOLVED
           IF  WS-CARD-NUM(1:2) = '99'
               MOVE WS-CARD-NUM TO FD-TKV-TOKEN-ID
               READ TOKNVLT-FILE
                KEY IS FD-TKV-TOKEN-ID
                   INVALID KEY
                      MOVE WS-CARD-NUM TO FD-XREF-CARD-NUM
                   NOT INVALID KEY
                      MOVE FD-TKV-CARD-NUM TO FD-XREF-CARD-NUM
               END-READ
           ELSE
               MOVE WS-CARD-NUM TO FD-XREF-CARD-NUM
           END-IF
           READ XREF-FILE INTO CARD-XREF-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF  XREFFILE-STATUS = '00'
               MOVE 'Y' TO WS-CARD-RESOLVED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the year's YRSPEND rows back in key order --
      * account by account -- and writes each account's summary
      * when its rows are all in hand.
      *---------------------------------------------------------------*
       2000-BUILD-SUMMARIES.
           MOVE 'N' TO WS-YSP-EOF
           MOVE 0   TO WS-CURR-ACCT-ID
           INITIALIZE YEAR-SPEND-RECORD
           MOVE WS-SUMMARY-YEAR TO YSP-YEAR
           MOVE YSP-KEY         TO FD-YSP-KEY
           START YRSPEND-FILE KEY NOT < FD-YSP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-YSP-EOF
           END-START
           IF  WS-YSP-EOF = 'N'
               PERFORM 2050-YRSPEND-GET-NEXT
           END-IF
           PERFORM 2010-TAKE-ROW
              UNTIL WS-YSP-EOF = 'Y'
           IF  WS-CURR-ACCT-ID NOT = 0
               PERFORM 2100-WRITE-SUMMARY
                  THRU 2100-WRITE-SUMMARY-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Takes the current row into the account in hand -- first
      * writing the previous account's summary at an account
      * break -- then reads the next.
      *---------------------------------------------------------------*
       2010-TAKE-ROW.
           IF  YSP-ACCT-ID NOT = WS-CURR-ACCT-ID
               IF  WS-CURR-ACCT-ID NOT = 0
                   PERFORM 2100-WRITE-SUMMARY
                      THRU 2100-WRITE-SUMMARY-EXIT
               END-IF
               MOVE YSP-ACCT-ID TO WS-CURR-ACCT-ID
               PERFORM 2020-RESET-ACCOUNT
           END-IF
           PERFORM 2030-LOAD-ROW
           PERFORM 2050-YRSPEND-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Clears the account-in-hand totals and tables.
      *---------------------------------------------------------------*
       2020-RESET-ACCOUNT.
           INITIALIZE WS-YES-TOTALS
           INITIALIZE WS-YMO-TABLE
           MOVE 0 TO WS-YCT-USED
           MOVE 0 TO WS-YTM-USED
           EXIT.
      *---------------------------------------------------------------*
      * Files one YRSPEND row into the account in hand.
      *---------------------------------------------------------------*
       2030-LOAD-ROW.
           EVALUATE TRUE
               WHEN YSP-KIND-CATEGORY
                   IF  WS-YCT-USED < WS-YCT-MAX
                       ADD 1 TO WS-YCT-USED
                       MOVE YSP-CAT-TYPE-CD
                         TO WS-YCT-TYPE-CD (WS-YCT-USED)
                       MOVE YSP-CAT-CD
                         TO WS-YCT-CAT-CD (WS-YCT-USED)
                       MOVE YSP-AMOUNT
                         TO WS-YCT-AMOUNT (WS-YCT-USED)
                       MOVE YSP-COUNT
                         TO WS-YCT-COUNT (WS-YCT-USED)
                   ELSE
                       ADD 1 TO WS-CAT-OVERFLOW-COUNT
                   END-IF
               WHEN YSP-KIND-MONTH
                   IF  YSP-MONTH NUMERIC
                   AND YSP-MONTH >= 1 AND YSP-MONTH <= 12
                       MOVE YSP-MONTH TO WS-YMO-I
                       MOVE YSP-AMOUNT TO WS-YMO-AMOUNT (WS-YMO-I)
                       MOVE YSP-COUNT  TO WS-YMO-COUNT (WS-YMO-I)
                       ADD YSP-AMOUNT  TO WS-YES-PURCH-AMT
                       ADD YSP-COUNT   TO WS-YES-PURCH-CNT
                   END-IF
               WHEN YSP-KIND-MERCHANT
                   PERFORM 2040-RANK-MERCHANT
                      THRU 2040-RANK-MERCHANT-EXIT
               WHEN YSP-KIND-TOTAL
                   EVALUATE TRUE
                       WHEN YSP-TOTAL-PAYMENTS
                           MOVE YSP-AMOUNT TO WS-YES-PAY-AMT
                           MOVE YSP-COUNT  TO WS-YES-PAY-CNT
                       WHEN YSP-TOTAL-INTEREST
                           MOVE YSP-AMOUNT TO WS-YES-INT-AMT
                           MOVE YSP-COUNT  TO WS-YES-INT-CNT
                       WHEN YSP-TOTAL-FEES
                           MOVE YSP-AMOUNT TO WS-YES-FEE-AMT
                           MOVE YSP-COUNT  TO WS-YES-FEE-CNT
                       WHEN YSP-TOTAL-REWARDS
                           MOVE YSP-AMOUNT TO WS-YES-POINTS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Keeps the merchant when it is among the account's
      * WS-YTM-MAX highest by amount so far: into a free slot
      * while there is one, else over the lowest kept merchant
      * when it beats it.
      *---------------------------------------------------------------*
       2040-RANK-MERCHANT.
           IF  WS-YTM-USED < WS-YTM-MAX
               ADD 1 TO WS-YTM-USED
               MOVE WS-YTM-USED TO WS-YTM-LOW
           ELSE
               MOVE 1 TO WS-YTM-LOW
               PERFORM 2045-FIND-LOWEST-MERCHANT
                  VARYING WS-YTM-I FROM 2 BY 1
                  UNTIL WS-YTM-I > WS-YTM-USED
               IF  YSP-AMOUNT NOT > WS-YTM-AMOUNT (WS-YTM-LOW)
                   GO TO 2040-RANK-MERCHANT-EXIT
               END-IF
           END-IF
           MOVE YSP-MERCHANT-ID   TO WS-YTM-MERCHANT-ID (WS-YTM-LOW)
           MOVE YSP-MERCHANT-NAME TO WS-YTM-NAME (WS-YTM-LOW)
           MOVE YSP-AMOUNT        TO WS-YTM-AMOUNT (WS-YTM-LOW)
           MOVE YSP-COUNT         TO WS-YTM-COUNT (WS-YTM-LOW)
           MOVE 'N'               TO WS-YTM-PRINTED (WS-YTM-LOW).
       2040-RANK-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Notes the kept merchant with the lowest amount.
      *---------------------------------------------------------------*
       2045-FIND-LOWEST-MERCHANT.
           IF  WS-YTM-AMOUNT (WS-YTM-I) < WS-YTM-AMOUNT (WS-YTM-LOW)
               MOVE WS-YTM-I TO WS-YTM-LOW
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next YRSPEND row; the end of the summary
      * year's rows is the end of the file for this run.
      *---------------------------------------------------------------*
       2050-YRSPEND-GET-NEXT.
           READ YRSPEND-FILE NEXT RECORD INTO YEAR-SPEND-RECORD
               AT END
                  MOVE 'Y' TO WS-YSP-EOF
           END-READ
           IF  WS-YSP-EOF = 'N'
               IF  YRSPEND-STATUS NOT = '00'
                   DISPLAY 'ERROR READING YEAR-END TOTALS'
                   MOVE YRSPEND-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  YSP-YEAR NOT = WS-SUMMARY-YEAR
                   MOVE 'Y' TO WS-YSP-EOF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Composes the account's summary and archives it: the
      * heading block, the year's totals, the purchases by
      * category, by month and the top merchants, then the
      * YEAR-END summary record at sequence 0. An account whose
      * customer cannot be resolved is skipped and logged.
      *---------------------------------------------------------------*
       2100-WRITE-SUMMARY.
           MOVE WS-CURR-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 DISPLAY 'SUMMARY ACCOUNT NOT FOUND: ' FD-ACCT-ID
           END-READ
           IF  ACCTFILE-STATUS NOT = '00'
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2100-WRITE-SUMMARY-EXIT
           END-IF
           MOVE WS-CURR-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  DISPLAY 'SUMMARY XREF NOT FOUND: ' FD-XREF-ACCT-ID
           END-READ
           IF  XREFFILE-STATUS NOT = '00'
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2100-WRITE-SUMMARY-EXIT
           END-IF
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  DISPLAY 'SUMMARY CUSTOMER NOT FOUND: ' FD-CUST-ID
           END-READ
           IF  CUSTDAT-STATUS NOT = '00'
               ADD 1 TO WS-SKIP-COUNT
               GO TO 2100-WRITE-SUMMARY-EXIT
           END-IF
           MOVE SPACES TO WS-CUSTOMER-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO WS-CUSTOMER-NAME
           END-STRING

           MOVE 0 TO WS-ARCH-LINE-SEQ
           PERFORM 2200-WRITE-HEADING
           PERFORM 2300-WRITE-TOTALS
           PERFORM 2400-WRITE-CATEGORIES
           PERFORM 2500-WRITE-MONTHS
           PERFORM 2600-WRITE-MERCHANTS
           MOVE YES-END-LINE TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

      * The YEAR-END summary record: what COSTA00C lists
           INITIALIZE STMT-ARCH-RECORD
           MOVE WS-CURR-ACCT-ID       TO SAR-ACCT-ID
           MOVE WS-SUMMARY-CYCLE-DATE TO SAR-CYCLE-DATE
           MOVE 0                     TO SAR-LINE-SEQ
           SET SAR-TYPE-YEAR-END      TO TRUE
           MOVE ACCT-CURR-BAL         TO SAR-SUM-CURR-BAL
           MOVE 0                     TO SAR-SUM-MIN-PAY-DUE
           MOVE SPACES                TO SAR-SUM-PAY-DUE-DATE
           IF  WS-YES-PURCH-CNT > 9999
               MOVE 9999              TO SAR-SUM-TRAN-COUNT
           ELSE
               MOVE WS-YES-PURCH-CNT  TO SAR-SUM-TRAN-COUNT
           END-IF
           MOVE WS-YES-PURCH-AMT      TO SAR-SUM-NET-AMOUNT
           MOVE 0                     TO SAR-SUM-FEES-CYCLE
           MOVE 0                     TO SAR-SUM-INT-CYCLE
           MOVE WS-YES-FEE-AMT        TO SAR-SUM-FEES-YTD
           MOVE WS-YES-INT-AMT        TO SAR-SUM-INT-YTD
           PERFORM 2900-WRITE-STMTARCH-REC
           ADD 1 TO WS-SUMMARY-COUNT.
       2100-WRITE-SUMMARY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Heading block: title and year, account and customer,
      * mailing address, the period covered.
      *---------------------------------------------------------------*
       2200-WRITE-HEADING.
           MOVE SPACES TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE WS-SUMMARY-YEAR-X TO YES-HDR-YEAR
           MOVE PARM-DATE         TO YES-HDR-RUN-DATE
           MOVE YES-PAGE-HEADER   TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE WS-CURR-ACCT-ID    TO YES-ACCT-ID
           MOVE WS-CUSTOMER-NAME   TO YES-ACCT-NAME
           MOVE YES-ACCOUNT-HEADER TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE CUST-ADDR-LINE-1  TO YES-ADDR-LINE
           MOVE YES-ADDRESS-LINE  TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE WS-PERIOD-FROM    TO YES-PERIOD-FROM
           MOVE WS-PERIOD-THRU    TO YES-PERIOD-THRU
           MOVE YES-PERIOD-LINE   TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           EXIT.
      *---------------------------------------------------------------*
      * The year's totals section.
      *---------------------------------------------------------------*
       2300-WRITE-TOTALS.
           MOVE YES-RULE-LINE     TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           MOVE YES-TOTALS-TITLE  TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE 'PURCHASES'       TO YES-TOT-LABEL
           MOVE WS-YES-PURCH-CNT  TO YES-TOT-COUNT
           MOVE WS-YES-PURCH-AMT  TO YES-TOT-AMOUNT
           MOVE YES-TOTAL-LINE    TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE 'PAYMENTS'        TO YES-TOT-LABEL
           MOVE WS-YES-PAY-CNT    TO YES-TOT-COUNT
           MOVE WS-YES-PAY-AMT    TO YES-TOT-AMOUNT
           MOVE YES-TOTAL-LINE    TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE 'INTEREST CHARGED' TO YES-TOT-LABEL
           MOVE WS-YES-INT-CNT    TO YES-TOT-COUNT
           MOVE WS-YES-INT-AMT    TO YES-TOT-AMOUNT
           MOVE YES-TOTAL-LINE    TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE 'FEES CHARGED'    TO YES-TOT-LABEL
           MOVE WS-YES-FEE-CNT    TO YES-TOT-COUNT
           MOVE WS-YES-FEE-AMT    TO YES-TOT-AMOUNT
           MOVE YES-TOTAL-LINE    TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE

           MOVE WS-YES-POINTS     TO YES-RWD-POINTS
           MOVE YES-REWARD-LINE   TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Purchases by TRANCATG category, in category order.
      *---------------------------------------------------------------*
       2400-WRITE-CATEGORIES.
           MOVE YES-RULE-LINE      TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           MOVE YES-CATEGORY-TITLE TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           IF  WS-YCT-USED = 0
               MOVE YES-NONE-LINE  TO WS-DOC-LINE
               PERFORM 2800-WRITE-DOC-LINE
           ELSE
               MOVE YES-DETAIL-HEADER TO WS-DOC-LINE
               PERFORM 2800-WRITE-DOC-LINE
               PERFORM 2410-WRITE-CATEGORY-LINE
                  VARYING WS-YCT-I FROM 1 BY 1
                  UNTIL WS-YCT-I > WS-YCT-USED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One category line, described from TRANCATG when the
      * category is on file, else by its code.
      *---------------------------------------------------------------*
       2410-WRITE-CATEGORY-LINE.
           INITIALIZE YES-DETAIL-LINE
           MOVE SPACES TO YES-DTL-RANK-DOT
           MOVE WS-YCT-TYPE-CD (WS-YCT-I) TO WS-CCD-TYPE-CD
           MOVE WS-YCT-CAT-CD (WS-YCT-I)  TO WS-CCD-CAT-CD
           MOVE WS-CAT-CODE-DESC          TO YES-DTL-DESC
           IF  WS-TRANCATG-AVAILABLE = 'Y'
               MOVE WS-YCT-TYPE-CD (WS-YCT-I) TO FD-TRAN-TYPE-CD
               MOVE WS-YCT-CAT-CD (WS-YCT-I)  TO FD-TRAN-CAT-CD
               READ TRANCATG-FILE INTO TRAN-CAT-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  TRANCATG-STATUS = '00'
                   MOVE TRAN-CAT-TYPE-DESC TO YES-DTL-DESC
               END-IF
           END-IF
           MOVE WS-YCT-COUNT (WS-YCT-I)   TO YES-DTL-COUNT
           MOVE WS-YCT-AMOUNT (WS-YCT-I)  TO YES-DTL-AMOUNT
           MOVE YES-DETAIL-LINE           TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Purchases by month, all twelve months of the year.
      *---------------------------------------------------------------*
       2500-WRITE-MONTHS.
           MOVE YES-RULE-LINE     TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           MOVE YES-MONTH-TITLE   TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           MOVE YES-DETAIL-HEADER TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           PERFORM 2510-WRITE-MONTH-LINE
              VARYING WS-YMO-I FROM 1 BY 1
              UNTIL WS-YMO-I > 12
           EXIT.
      *---------------------------------------------------------------*
      * One month line.
      *---------------------------------------------------------------*
       2510-WRITE-MONTH-LINE.
           INITIALIZE YES-DETAIL-LINE
           MOVE SPACES                    TO YES-DTL-RANK-DOT
           MOVE WS-MONTH-NAME (WS-YMO-I)  TO YES-DTL-DESC
           MOVE WS-YMO-COUNT (WS-YMO-I)   TO YES-DTL-COUNT
           MOVE WS-YMO-AMOUNT (WS-YMO-I)  TO YES-DTL-AMOUNT
           MOVE YES-DETAIL-LINE           TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           EXIT.
      *---------------------------------------------------------------*
      * The top merchants, highest amount first.
      *---------------------------------------------------------------*
       2600-WRITE-MERCHANTS.
           MOVE YES-RULE-LINE      TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           MOVE YES-MERCHANT-TITLE TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           IF  WS-YTM-USED = 0
               MOVE YES-NONE-LINE  TO WS-DOC-LINE
               PERFORM 2800-WRITE-DOC-LINE
           ELSE
               MOVE YES-DETAIL-HEADER TO WS-DOC-LINE
               PERFORM 2800-WRITE-DOC-LINE
               PERFORM 2610-WRITE-MERCHANT-LINE
                  VARYING WS-YTM-RANK FROM 1 BY 1
                  UNTIL WS-YTM-RANK > WS-YTM-USED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the highest kept merchant not yet printed.
      *---------------------------------------------------------------*
       2610-WRITE-MERCHANT-LINE.
           MOVE 0 TO WS-YTM-HIGH
           PERFORM 2615-FIND-HIGHEST-MERCHANT
              VARYING WS-YTM-I FROM 1 BY 1
              UNTIL WS-YTM-I > WS-YTM-USED
           MOVE 'Y' TO WS-YTM-PRINTED (WS-YTM-HIGH)
           INITIALIZE YES-DETAIL-LINE
           MOVE WS-YTM-RANK                  TO YES-DTL-RANK
           MOVE '. '                         TO YES-DTL-RANK-DOT
           MOVE WS-YTM-NAME (WS-YTM-HIGH)    TO YES-DTL-DESC
           MOVE WS-YTM-COUNT (WS-YTM-HIGH)   TO YES-DTL-COUNT
           MOVE WS-YTM-AMOUNT (WS-YTM-HIGH)  TO YES-DTL-AMOUNT
           MOVE YES-DETAIL-LINE              TO WS-DOC-LINE
           PERFORM 2800-WRITE-DOC-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Notes the unprinted merchant with the highest amount.
      *---------------------------------------------------------------*
       2615-FIND-HIGHEST-MERCHANT.
           IF  WS-YTM-PRINTED (WS-YTM-I) = 'N'
               IF  WS-YTM-HIGH = 0
                   MOVE WS-YTM-I TO WS-YTM-HIGH
               ELSE
                   IF  WS-YTM-AMOUNT (WS-YTM-I)
                       > WS-YTM-AMOUNT (WS-YTM-HIGH)
                       MOVE WS-YTM-I TO WS-YTM-HIGH
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Archives WS-DOC-LINE as the summary's next detail line.
      *---------------------------------------------------------------*
       2800-WRITE-DOC-LINE.
           ADD 1 TO WS-ARCH-LINE-SEQ
           INITIALIZE STMT-ARCH-RECORD
           MOVE WS-CURR-ACCT-ID       TO SAR-ACCT-ID
           MOVE WS-SUMMARY-CYCLE-DATE TO SAR-CYCLE-DATE
           MOVE WS-ARCH-LINE-SEQ      TO SAR-LINE-SEQ
           SET SAR-TYPE-DETAIL        TO TRUE
           MOVE WS-DOC-LINE           TO SAR-LINE-DATA
           MOVE SPACE                 TO SAR-LINE-SECTION
           PERFORM 2900-WRITE-STMTARCH-REC
           ADD 1 TO WS-LINE-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Writes one archive record. A duplicate key (status '22',
      * a rerun of the same year) overwrites the prior copy via
      * REWRITE, as CBSTM03A does for a rerun cycle.
      *---------------------------------------------------------------*
       2900-WRITE-STMTARCH-REC.
           MOVE SAR-KEY TO FD-SAR-KEY
           WRITE FD-STMTARCH-REC FROM STMT-ARCH-RECORD
           IF  STMTARCH-STATUS = '22'
               REWRITE FD-STMTARCH-REC FROM STMT-ARCH-RECORD
           END-IF
           IF  STMTARCH-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING STATEMENT ARCHIVE'
               MOVE STMTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0000-TRANFILE-OPEN.
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
      * Opens the transaction archive for sequential input.
      *---------------------------------------------------------------*
       0050-TRANARCH-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TRANARCH-FILE
           IF  TRANARCH-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION ARCHIVE'
               MOVE TRANARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card cross-reference for random reads.
      *---------------------------------------------------------------*
       0100-XREFFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT XREF-FILE
           IF  XREFFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the token vault for random reads.
      *---------------------------------------------------------------*
       0150-TOKNVLT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TOKNVLT-FILE
           IF  TOKNVLT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TOKEN VAULT'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random reads.
      *---------------------------------------------------------------*
       0200-ACCTFILE-OPEN.
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
      * Opens the product catalog. A missing catalog is tolerated
      * -- the built-in default rewards rate applies.
      *---------------------------------------------------------------*
       0250-PRODCAT-OPEN.
           OPEN INPUT PRODCAT-FILE
           IF  PRODCAT-STATUS = '00'
               MOVE 'Y' TO WS-PRODCAT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PRODCAT-AVAILABLE
               DISPLAY 'NO PRODUCT CATALOG - DEFAULT TERMS APPLY'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction categories. Without them the
      * categories print by their codes.
      *---------------------------------------------------------------*
       0300-TRANCATG-OPEN.
           OPEN INPUT TRANCATG-FILE
           IF  TRANCATG-STATUS = '00'
               MOVE 'Y' TO WS-TRANCATG-AVAILABLE
           ELSE
               MOVE 'N' TO WS-TRANCATG-AVAILABLE
               DISPLAY 'NO CATEGORY FILE - CATEGORIES SHOWN BY CODE'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the customer master for random reads.
      *---------------------------------------------------------------*
       0350-CUSTDAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the year-end spending totals for I-O.
      *---------------------------------------------------------------*
       0400-YRSPEND-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O YRSPEND-FILE
           IF  YRSPEND-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING YEAR-END TOTALS FILE'
               MOVE YRSPEND-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the statement archive for I-O.
      *---------------------------------------------------------------*
       0450-STMTARCH-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O STMTARCH-FILE
           IF  STMTARCH-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING STATEMENT ARCHIVE'
               MOVE STMTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes TRANSACT-FILE.
      *---------------------------------------------------------------*
       9000-TRANFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes TRANARCH-FILE.
      *---------------------------------------------------------------*
       9050-TRANARCH-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TRANARCH-FILE
           IF  TRANARCH-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TRANSACTION ARCHIVE'
               MOVE TRANARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes XREF-FILE.
      *---------------------------------------------------------------*
       9100-XREFFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes TOKNVLT-FILE.
      *---------------------------------------------------------------*
       9150-TOKNVLT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TOKNVLT-FILE
           IF  TOKNVLT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TOKEN VAULT'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes ACCOUNT-FILE.
      *---------------------------------------------------------------*
       9200-ACCTFILE-CLOSE.
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
      * Closes PRODCAT-FILE, when it was opened.
      *---------------------------------------------------------------*
       9250-PRODCAT-CLOSE.
           IF  WS-PRODCAT-AVAILABLE = 'Y'
               CLOSE PRODCAT-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes TRANCATG-FILE, when it was opened.
      *---------------------------------------------------------------*
       9300-TRANCATG-CLOSE.
           IF  WS-TRANCATG-AVAILABLE = 'Y'
               CLOSE TRANCATG-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CUSTDAT-FILE.
      *---------------------------------------------------------------*
       9350-CUSTDAT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes YRSPEND-FILE.
      *---------------------------------------------------------------*
       9400-YRSPEND-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE YRSPEND-FILE
           IF  YRSPEND-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING YEAR-END TOTALS FILE'
               MOVE YRSPEND-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes STMTARCH-FILE.
      *---------------------------------------------------------------*
       9450-STMTARCH-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE STMTARCH-FILE
           IF  STMTARCH-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING STATEMENT ARCHIVE'
               MOVE STMTARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the summaries are already archived.
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
      * count of summaries archived and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-SUMMARY-COUNT            TO BATCH-RECORD-COUNT
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
