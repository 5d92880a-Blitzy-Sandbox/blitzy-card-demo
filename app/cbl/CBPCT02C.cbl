      ******************************************************************
      * Program     : CBPCT02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly champion/challenger pricing test
      *               comparison report.
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
      * CBPCT02C - Pricing Test Comparison (Batch)
      *
      * Sets the champion cell of every pricing test on PRCTEST
      * (CVPCT01Y.cpy) beside its challenger cell for the PARM
      * month, so pricing can decide whether to roll the
      * challenger terms out:
      *   1. The tests that have run -- ACTIVE or ENDED; a draft
      *      has nobody in it -- and every PCTASGN cell
      *      assignment (CVPCT02Y.cpy) in them are loaded.
      *   2. Payments: each payment (type 02) posted in the
      *      month on a test account, off the TRANSACT master,
      *      resolved through the token vault and the cross-
      *      reference as CBPRF01C does.
      *   3. Revenue: the month's PRFACCT rows from CBPRF01C
      *      (CVPRF02Y.cpy) -- total revenue and net
      *      contribution, so the test ties to the
      *      profitability report.
      *   4. Each test account's master record, by cell:
      *        balance    - current balance, in total and per
      *                     account in the cell
      *        revenue    - the month's revenue and net
      *                     contribution, in total and per
      *                     account
      *        pay rate   - the month's payments as a percent
      *                     of the prior statement balances
      *                     owed
      *        delinquency- accounts past due or charged off,
      *                     as a percent of the cell
      *        attrition  - accounts the customer closed since
      *                     entering the cell, as a percent of
      *                     the cell
      *   5. Each test prints its terms, a line per cell and
      *      the challenger-less-champion difference in the per-
      *      account and percent figures.
      * The job changes nothing on file. Run it after the
      * month's CBPRF01C; a month with no profitability rows
      * reports revenue as zero and ends RC 4.
      *
      * Files accessed:
      *   PRCTEST   - Pricing tests (KSDS, sequential input)
      *   PCTASGN   - Pricing test cell assignments (KSDS,
      *               sequential input)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               alternate key FD-TKV-TOKEN-ID)
      *   TRANFILE  - Posted transactions (sequential input)
      *   PRFACCT   - Account profitability extract from
      *               CBPRF01C (sequential input, 200)
      *   PCTRPT    - Pricing test comparison report (132,
      *               output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * month-end business date; its month is the run month.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPCT02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRCTEST-FILE ASSIGN TO PRCTEST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PCT-TEST-ID
                  FILE STATUS  IS PRCTEST-STATUS.

           SELECT PCTASGN-FILE ASSIGN TO PCTASGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PCA-ACCT-ID
                  FILE STATUS  IS PCTASGN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-TKV-TOKEN-ID
                  FILE STATUS  IS TOKNVLT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT PRFACCT-FILE ASSIGN TO PRFACCT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRFACCT-STATUS.

           SELECT PCTRPT-FILE ASSIGN TO PCTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PCTRPT-STATUS.

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
      * FD for the pricing test VSAM (150 bytes)
       FD  PRCTEST-FILE.
       01  FD-PRCTEST-REC.
           05 FD-PCT-TEST-ID                    PIC X(08).
           05 FD-PCT-DATA                       PIC X(142).

      * FD for the pricing test cell assignment VSAM (80 bytes)
       FD  PCTASGN-FILE.
       01  FD-PCTASGN-REC.
           05 FD-PCA-ACCT-ID                    PIC 9(11).
           05 FD-PCA-DATA                       PIC X(69).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-DATA                      PIC X(34).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for the transaction master -- 370-byte record,
      * same shape CBGLJ01C reads
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-DATA                     PIC X(304).
           05 FD-TRAN-PROC-TS                   PIC X(26).
           05 FD-FILLER                         PIC X(40).

      * FD for the account profitability extract (200 bytes)
       FD  PRFACCT-FILE.
       01  FD-PRFACCT-REC                       PIC X(200).

      * FD for the pricing test comparison report (132-byte
      * print)
       FD  PCTRPT-FILE.
       01  FD-PCTRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVPCT01Y: 150-byte pricing test record
       COPY CVPCT01Y.
       01  PRCTEST-STATUS.
           05  PRCTEST-STAT1       PIC X.
           05  PRCTEST-STAT2       PIC X.

      * CVPCT02Y: 80-byte pricing test cell assignment record
       COPY CVPCT02Y.
       01  PCTASGN-STATUS.
           05  PCTASGN-STAT1       PIC X.
           05  PCTASGN-STAT2       PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVACT03Y: 50-byte card cross-reference record
       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVTRA05Y: 370-byte transaction record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVPRF02Y: 200-byte account profitability record
       COPY CVPRF02Y.
       01  PRFACCT-STATUS.
           05  PRFACCT-STAT1       PIC X.
           05  PRFACCT-STAT2       PIC X.

       01  PCTRPT-STATUS.
           05  PCTRPT-STAT1        PIC X.
           05  PCTRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBPCT02C'.
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

      * The tests that have run, each with its two cells:
      * occurrence 1 the champion, 2 the challenger
       01 WS-TT-TABLE.
           05 WS-TT-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
           05 WS-TT-ENTRY               OCCURS 50 TIMES
                                        INDEXED BY WS-TT-IDX.
              10 WS-TT-ID               PIC X(08).
              10 WS-TT-NAME             PIC X(30).
              10 WS-TT-STATUS           PIC X(01).
              10 WS-TT-GROUP-ID         PIC X(10).
              10 WS-TT-CHALLENGER-PCT   PIC 9(03).
              10 WS-TT-START-DATE       PIC X(10).
              10 WS-TT-END-DATE         PIC X(10).
              10 WS-TT-RATE-METHOD      PIC X(01).
              10 WS-TT-TYPE-CD          PIC X(02).
              10 WS-TT-INT-RATE         PIC S9(04)V99.
              10 WS-TT-FEE-FLAG         PIC X(01).
              10 WS-TT-LATE-FEE         PIC S9(07)V99.
              10 WS-TT-CELL             OCCURS 2 TIMES.
                 15 WS-TC-ACCTS         PIC 9(07) COMP-3.
                 15 WS-TC-OPEN          PIC 9(07) COMP-3.
                 15 WS-TC-DELQ          PIC 9(07) COMP-3.
                 15 WS-TC-ATTR          PIC 9(07) COMP-3.
                 15 WS-TC-BALANCE       PIC S9(13)V99 COMP-3.
                 15 WS-TC-REVENUE       PIC S9(13)V99 COMP-3.
                 15 WS-TC-NET           PIC S9(13)V99 COMP-3.
                 15 WS-TC-OWED          PIC S9(13)V99 COMP-3.
                 15 WS-TC-PAYMENTS      PIC S9(13)V99 COMP-3.
       01 WS-TT-MAX                     PIC S9(04) COMP VALUE 50.
       01 WS-TT-I                       PIC S9(04) COMP VALUE 0.
       01 WS-TC-I                       PIC S9(04) COMP VALUE 0.

      * Every test account, with the month's payments and
      * revenue gathered before the account master is read.
      * Same fixed OCCURS/linear-SEARCH idiom as CBPRF01C's
      * activity table, sized for the whole book.
       01 WS-PA-TABLE.
           05 WS-PA-ENTRIES-USED        PIC S9(05) COMP VALUE 0.
           05 WS-PA-ENTRY OCCURS 10000 TIMES
                           INDEXED BY WS-PA-IDX.
              10 WS-PA-ACCT-ID          PIC 9(11).
              10 WS-PA-TT-I             PIC S9(04) COMP.
              10 WS-PA-TC-I             PIC S9(04) COMP.
              10 WS-PA-START-DATE       PIC X(10).
              10 WS-PA-PAYMENTS         PIC S9(09)V99 COMP-3.
              10 WS-PA-REVENUE          PIC S9(09)V99 COMP-3.
              10 WS-PA-NET              PIC S9(09)V99 COMP-3.
       01 WS-PA-MAX                     PIC S9(05) COMP VALUE 10000.
       01 WS-PA-I                       PIC S9(05) COMP VALUE 0.
       01 WS-FIND-ACCT-ID               PIC 9(11).
       01 WS-PA-FOUND                   PIC X(01).

      * A cell's per-account and percent figures, worked for
      * both cells of a test so the difference can be taken
       01 WS-CM-TABLE.
           05 WS-CM-CELL                OCCURS 2 TIMES.
              10 WS-CM-AVG-BAL          PIC S9(09)V99.
              10 WS-CM-REV-ACCT         PIC S9(07)V99.
              10 WS-CM-PAY-RATE         PIC S9(04)V99.
              10 WS-CM-DELQ             PIC S9(03)V99.
              10 WS-CM-ATTR             PIC S9(03)V99.

       01 WS-RUN-MONTH                  PIC X(07).
       01 WS-MISC-VARS.
           05 WS-PCT-EOF                PIC X(01) VALUE 'N'.
           05 WS-PCA-EOF                PIC X(01) VALUE 'N'.
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-PRF-EOF                PIC X(01) VALUE 'N'.
           05 WS-TT-FOUND               PIC X(01) VALUE 'N'.
           05 WS-CARD-NUM               PIC X(16).
           05 WS-CARD-RESOLVED          PIC X(01).
           05 WS-STATUS-DESC            PIC X(06).
           05 WS-RATE-DESC              PIC X(30).
           05 WS-FEE-DESC               PIC X(30).
           05 WS-RATE-EDIT              PIC -(3)9.99.
           05 WS-FEE-EDIT               PIC -(6)9.99.
           05 WS-PCT-EDIT               PIC ZZ9.
       01 WS-COUNTERS.
           05 WS-TEST-COUNT             PIC 9(09) VALUE 0.
           05 WS-ASGN-COUNT             PIC 9(09) VALUE 0.
           05 WS-ASGN-NO-TEST-COUNT     PIC 9(09) VALUE 0.
           05 WS-TRAN-MONTH-COUNT       PIC 9(09) VALUE 0.
           05 WS-PAYMENT-COUNT          PIC 9(09) VALUE 0.
           05 WS-UNRESOLVED-COUNT       PIC 9(09) VALUE 0.
           05 WS-PRF-MONTH-COUNT        PIC 9(09) VALUE 0.
           05 WS-NO-ACCT-COUNT          PIC 9(09) VALUE 0.

      * Pricing test comparison report lines (sole-writer
      * convention)
       01 WS-PCR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'PRICING TEST CHAMPION/CHALLENGER REPORT'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN MONTH: '.
           05 WS-PCR-RPT-MONTH          PIC X(07).
           05 FILLER                    PIC X(74) VALUE SPACES.
       01 WS-PCR-RPT-TEST-LINE.
           05 FILLER                    PIC X(06) VALUE 'TEST: '.
           05 WS-PCR-RPT-T-ID           PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-T-NAME         PIC X(30).
           05 FILLER                    PIC X(10) VALUE ' PRODUCT: '.
           05 WS-PCR-RPT-T-GROUP        PIC X(10).
           05 FILLER                    PIC X(13)
                   VALUE ' CHALLENGER: '.
           05 WS-PCR-RPT-T-PCT          PIC ZZ9.
           05 FILLER                    PIC X(11)
                   VALUE '%  STATUS: '.
           05 WS-PCR-RPT-T-STATUS       PIC X(06).
           05 FILLER                    PIC X(09) VALUE ' START: '.
           05 WS-PCR-RPT-T-START        PIC X(10).
           05 FILLER                    PIC X(15) VALUE SPACES.
       01 WS-PCR-RPT-TERMS-LINE.
           05 FILLER                    PIC X(18)
                   VALUE 'CHALLENGER TERMS: '.
           05 WS-PCR-RPT-T-RATE         PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PCR-RPT-T-FEE          PIC X(30).
           05 FILLER                    PIC X(52) VALUE SPACES.
       01 WS-PCR-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'CELL       ACCOUNTS     OPEN          BALANC'.
           05 FILLER                    PIC X(44) VALUE
              'E  AVG BALANCE         REVENUE   REV/ACCT   '.
           05 FILLER                    PIC X(44) VALUE
              '  NET CONTRIB PAY RT% DELQ % ATTR %         '.
       01 WS-PCR-RPT-LINE.
           05 WS-PCR-RPT-CELL           PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-ACCTS          PIC Z(07)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-OPEN           PIC Z(07)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-BALANCE        PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-AVG-BAL        PIC -(8)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-REVENUE        PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-REV-ACCT       PIC -(6)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-NET            PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-PAY-RATE       PIC -(3)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-DELQ           PIC -(2)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-ATTR           PIC -(2)9.99.
           05 FILLER                    PIC X(09) VALUE SPACES.
       01 WS-PCR-RPT-DIFF-LINE.
           05 WS-PCR-RPT-D-CELL         PIC X(10).
           05 FILLER                    PIC X(36) VALUE SPACES.
           05 WS-PCR-RPT-D-AVG-BAL      PIC -(8)9.99.
           05 FILLER                    PIC X(17) VALUE SPACES.
           05 WS-PCR-RPT-D-REV-ACCT     PIC -(6)9.99.
           05 FILLER                    PIC X(17) VALUE SPACES.
           05 WS-PCR-RPT-D-PAY-RATE     PIC -(3)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-D-DELQ         PIC -(2)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PCR-RPT-D-ATTR         PIC -(2)9.99.
           05 FILLER                    PIC X(09) VALUE SPACES.
       01 WS-PCR-RPT-MESSAGE.
           05 WS-PCR-RPT-MSG-TEXT       PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-PCR-RPT-COUNT-LINE.
           05 WS-PCR-RPT-CNT-LABEL      PIC X(40).
           05 WS-PCR-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(83) VALUE SPACES.
       01 WS-PCR-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the tests and their accounts,
      * gathers the month's payments and revenue, scores each
      * account in its cell, reports.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPCT02C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:7) TO WS-RUN-MONTH
           DISPLAY 'RUN MONTH: ' WS-RUN-MONTH
           PERFORM 0000-PRCTEST-OPEN.
           PERFORM 0100-PCTASGN-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0350-TOKNVLT-OPEN.
           PERFORM 0400-TRANFILE-OPEN.
           PERFORM 0500-PRFACCT-OPEN.
           PERFORM 0600-PCTRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-TESTS.
           PERFORM 1500-LOAD-ASSIGNMENTS.
           PERFORM 2000-LOAD-PAYMENTS.
           PERFORM 3000-LOAD-PROFIT.

           PERFORM 4000-SCORE-ACCOUNT
              VARYING WS-PA-I FROM 1 BY 1
              UNTIL WS-PA-I > WS-PA-ENTRIES-USED

           PERFORM 5000-PRINT-REPORT.

           PERFORM 9000-PRCTEST-CLOSE.
           PERFORM 9100-PCTASGN-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9300-XREFFILE-CLOSE.
           PERFORM 9350-TOKNVLT-CLOSE.
           PERFORM 9400-TRANFILE-CLOSE.
           PERFORM 9500-PRFACCT-CLOSE.
           PERFORM 9600-PCTRPT-CLOSE.

           DISPLAY 'TESTS REPORTED         :' WS-TT-ENTRIES-USED
           DISPLAY 'ACCOUNTS IN TESTS      :' WS-PA-ENTRIES-USED
           DISPLAY 'CELLS WITH NO TEST     :' WS-ASGN-NO-TEST-COUNT
           DISPLAY 'TRANSACTIONS IN MONTH  :' WS-TRAN-MONTH-COUNT
           DISPLAY 'TEST ACCOUNT PAYMENTS  :' WS-PAYMENT-COUNT
           DISPLAY 'CARDS NOT RESOLVED     :' WS-UNRESOLVED-COUNT
           DISPLAY 'PROFITABILITY ROWS     :' WS-PRF-MONTH-COUNT
           DISPLAY 'ACCOUNTS NOT FOUND     :' WS-NO-ACCT-COUNT

           IF  WS-PRF-MONTH-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPCT02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads every test that has run -- ACTIVE or ENDED.
      *---------------------------------------------------------------*
       1000-LOAD-TESTS.
           PERFORM 1010-TAKE-NEXT-TEST
              UNTIL WS-PCT-EOF = 'Y'
           DISPLAY 'TESTS ON FILE          :' WS-TEST-COUNT
           EXIT.
       1010-TAKE-NEXT-TEST.
           READ PRCTEST-FILE INTO PRICING-TEST-RECORD
               AT END
                  MOVE 'Y' TO WS-PCT-EOF
           END-READ
           IF  WS-PCT-EOF = 'N'
               IF  PRCTEST-STATUS NOT = '00'
                   DISPLAY 'ERROR READING PRICING TEST FILE'
                   MOVE PRCTEST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-TEST-COUNT
               IF  PCT-STATUS-ACTIVE
                   OR PCT-STATUS-ENDED
                   IF  WS-TT-ENTRIES-USED >= WS-TT-MAX
                       DISPLAY 'PRICING TEST TABLE FULL: '
                               PCT-TEST-ID
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-TT-ENTRIES-USED
                   MOVE WS-TT-ENTRIES-USED TO WS-TT-I
                   INITIALIZE WS-TT-ENTRY (WS-TT-I)
                   MOVE PCT-TEST-ID        TO WS-TT-ID (WS-TT-I)
                   MOVE PCT-TEST-NAME      TO WS-TT-NAME (WS-TT-I)
                   MOVE PCT-STATUS         TO WS-TT-STATUS (WS-TT-I)
                   MOVE PCT-GROUP-ID       TO WS-TT-GROUP-ID (WS-TT-I)
                   MOVE PCT-CHALLENGER-PCT TO WS-TT-CHALLENGER-PCT
                                              (WS-TT-I)
                   MOVE PCT-START-DATE     TO WS-TT-START-DATE
                                              (WS-TT-I)
                   MOVE PCT-END-DATE       TO WS-TT-END-DATE (WS-TT-I)
                   MOVE PCT-ALT-RATE-METHOD
                                           TO WS-TT-RATE-METHOD
                                              (WS-TT-I)
                   MOVE PCT-ALT-TYPE-CD    TO WS-TT-TYPE-CD (WS-TT-I)
                   MOVE PCT-ALT-INT-RATE   TO WS-TT-INT-RATE (WS-TT-I)
                   MOVE PCT-ALT-LATE-FEE-FLAG
                                           TO WS-TT-FEE-FLAG (WS-TT-I)
                   MOVE PCT-ALT-LATE-FEE   TO WS-TT-LATE-FEE (WS-TT-I)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Loads every cell assignment in a loaded test, in
      * account order.
      *---------------------------------------------------------------*
       1500-LOAD-ASSIGNMENTS.
           PERFORM 1510-TAKE-NEXT-ASSIGNMENT
              UNTIL WS-PCA-EOF = 'Y'
           EXIT.
       1510-TAKE-NEXT-ASSIGNMENT.
           READ PCTASGN-FILE INTO PRICING-CELL-RECORD
               AT END
                  MOVE 'Y' TO WS-PCA-EOF
           END-READ
           IF  WS-PCA-EOF = 'N'
               IF  PCTASGN-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CELL ASSIGNMENT FILE'
                   MOVE PCTASGN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ASGN-COUNT
               MOVE 'N' TO WS-TT-FOUND
               SET WS-TT-IDX TO 1
               SEARCH WS-TT-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-TT-IDX > WS-TT-ENTRIES-USED
                     CONTINUE
                  WHEN WS-TT-ID (WS-TT-IDX) = PCA-TEST-ID
                     SET WS-TT-I TO WS-TT-IDX
                     MOVE 'Y' TO WS-TT-FOUND
               END-SEARCH
               IF  WS-TT-FOUND = 'N'
                   ADD 1 TO WS-ASGN-NO-TEST-COUNT
               ELSE
                   IF  WS-PA-ENTRIES-USED >= WS-PA-MAX
                       DISPLAY 'TEST ACCOUNT TABLE FULL: '
                               PCA-ACCT-ID
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-PA-ENTRIES-USED
                   MOVE WS-PA-ENTRIES-USED TO WS-PA-I
                   INITIALIZE WS-PA-ENTRY (WS-PA-I)
                   MOVE PCA-ACCT-ID    TO WS-PA-ACCT-ID (WS-PA-I)
                   MOVE WS-TT-I        TO WS-PA-TT-I (WS-PA-I)
                   IF  PCA-CELL-CHALLENGER
                       MOVE 2          TO WS-PA-TC-I (WS-PA-I)
                   ELSE
                       MOVE 1          TO WS-PA-TC-I (WS-PA-I)
                   END-IF
                   MOVE PCA-START-DATE TO WS-PA-START-DATE (WS-PA-I)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over the transaction master: each payment posted
      * in the run month on a test account.
      *---------------------------------------------------------------*
       2000-LOAD-PAYMENTS.
           PERFORM 2050-TRANFILE-GET-NEXT
           PERFORM 2010-TAKE-TRANSACTION
              UNTIL WS-TRAN-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Takes the current transaction when it is a payment
      * processed in the run month, then reads the next.
      * Payments post as credits, so the amount is reversed.
      *---------------------------------------------------------------*
       2010-TAKE-TRANSACTION.
           IF  TRAN-PROC-TS(1:7) = WS-RUN-MONTH
               ADD 1 TO WS-TRAN-MONTH-COUNT
               IF  TRAN-TYPE-CD = '02'
                   MOVE TRAN-CARD-NUM TO WS-CARD-NUM
                   PERFORM 2900-RESOLVE-CARD
                   IF  WS-CARD-RESOLVED = 'Y'
                       MOVE XREF-ACCT-ID TO WS-FIND-ACCT-ID
                       PERFORM 2800-FIND-ACCT-ENTRY
                       IF  WS-PA-FOUND = 'Y'
                           ADD 1 TO WS-PAYMENT-COUNT
                           SUBTRACT TRAN-AMT
                               FROM WS-PA-PAYMENTS (WS-PA-IDX)
                       END-IF
                   ELSE
                       ADD 1 TO WS-UNRESOLVED-COUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 2050-TRANFILE-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next transaction master record.
      *---------------------------------------------------------------*
       2050-TRANFILE-GET-NEXT.
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
      * Finds WS-FIND-ACCT-ID among the test accounts; sets
      * WS-PA-FOUND and leaves WS-PA-IDX on the entry.
      *---------------------------------------------------------------*
       2800-FIND-ACCT-ENTRY.
           MOVE 'N' TO WS-PA-FOUND
           SET WS-PA-IDX TO 1
           SEARCH WS-PA-ENTRY
              AT END
                 CONTINUE
              WHEN WS-PA-IDX > WS-PA-ENTRIES-USED
                 CONTINUE
              WHEN WS-PA-ACCT-ID (WS-PA-IDX) = WS-FIND-ACCT-ID
                 MOVE 'Y' TO WS-PA-FOUND
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Resolves WS-CARD-NUM to its cross-reference record. A
      * posting carries the card's vault token, resolved back
      * to the real number first, as CBACT04C does; a card
      * with no cross-reference is left unresolved.
      *---------------------------------------------------------------*
       2900-RESOLVE-CARD.
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
      * Pass over CBPRF01C's extract: the run month's revenue
      * and net contribution for each test account. Rows of
      * another month mean CBPRF01C has not yet run for this
      * one.
      *---------------------------------------------------------------*
       3000-LOAD-PROFIT.
           PERFORM 3010-TAKE-NEXT-PROFIT
              UNTIL WS-PRF-EOF = 'Y'
           IF  WS-PRF-MONTH-COUNT = 0
               DISPLAY 'WARNING: NO PROFITABILITY ROWS FOR '
                       WS-RUN-MONTH ' - REVENUE REPORTED AS ZERO'
           END-IF
           EXIT.
       3010-TAKE-NEXT-PROFIT.
           READ PRFACCT-FILE INTO ACCOUNT-PROFIT-RECORD
               AT END
                  MOVE 'Y' TO WS-PRF-EOF
           END-READ
           IF  WS-PRF-EOF = 'N'
               IF  PRFACCT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING PROFITABILITY EXTRACT'
                   MOVE PRFACCT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  PFR-RUN-MONTH = WS-RUN-MONTH
                   ADD 1 TO WS-PRF-MONTH-COUNT
                   MOVE PFR-ACCT-ID TO WS-FIND-ACCT-ID
                   PERFORM 2800-FIND-ACCT-ENTRY
                   IF  WS-PA-FOUND = 'Y'
                       MOVE PFR-TOTAL-REVENUE
                         TO WS-PA-REVENUE (WS-PA-IDX)
                       MOVE PFR-NET-CONTRIB
                         TO WS-PA-NET (WS-PA-IDX)
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads test account WS-PA-I's master record and adds it
      * into its test's cell. Delinquent is past due or charged
      * off; attrition is a customer closure since the account
      * entered the cell (a pending closure counts -- its
      * closed date is not yet set).
      *---------------------------------------------------------------*
       4000-SCORE-ACCOUNT.
           MOVE WS-PA-ACCT-ID (WS-PA-I) TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   MOVE WS-PA-TT-I (WS-PA-I) TO WS-TT-I
                   MOVE WS-PA-TC-I (WS-PA-I) TO WS-TC-I
                   ADD 1 TO WS-TC-ACCTS (WS-TT-I WS-TC-I)
                   IF  ACCT-STATUS-ACTIVE
                       AND NOT ACCT-IS-CHARGED-OFF
                       ADD 1 TO WS-TC-OPEN (WS-TT-I WS-TC-I)
                   END-IF
                   IF  ACCT-IS-CHARGED-OFF
                       OR NOT ACCT-DELINQ-CURRENT
                       ADD 1 TO WS-TC-DELQ (WS-TT-I WS-TC-I)
                   END-IF
                   IF  ACCT-CLOSE-RSN-CUSTOMER
                       AND (ACCT-STATUS-PENDING-CLOSE
                            OR (ACCT-STATUS-CLOSED
                                AND ACCT-CLOSED-DATE NOT <
                                    WS-PA-START-DATE (WS-PA-I)))
                       ADD 1 TO WS-TC-ATTR (WS-TT-I WS-TC-I)
                   END-IF
                   ADD ACCT-CURR-BAL
                     TO WS-TC-BALANCE (WS-TT-I WS-TC-I)
                   IF  ACCT-PRIOR-STMT-BAL > ZERO
                       ADD ACCT-PRIOR-STMT-BAL
                         TO WS-TC-OWED (WS-TT-I WS-TC-I)
                   END-IF
                   ADD WS-PA-PAYMENTS (WS-PA-I)
                     TO WS-TC-PAYMENTS (WS-TT-I WS-TC-I)
                   ADD WS-PA-REVENUE (WS-PA-I)
                     TO WS-TC-REVENUE (WS-TT-I WS-TC-I)
                   ADD WS-PA-NET (WS-PA-I)
                     TO WS-TC-NET (WS-TT-I WS-TC-I)
               WHEN '23'
                   ADD 1 TO WS-NO-ACCT-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Prints each test's comparison and the run counts.
      *---------------------------------------------------------------*
       5000-PRINT-REPORT.
           MOVE WS-RUN-MONTH TO WS-PCR-RPT-MONTH
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-HEADER
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-BLANK
           IF  WS-TT-ENTRIES-USED = 0
               MOVE 'NO PRICING TEST HAS RUN'
                 TO WS-PCR-RPT-MSG-TEXT
               WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-MESSAGE
           END-IF
           IF  WS-PRF-MONTH-COUNT = 0
               MOVE 'NO PROFITABILITY ROWS FOR THE MONTH - REVENUE ZERO'
                 TO WS-PCR-RPT-MSG-TEXT
               WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-MESSAGE
               WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-BLANK
           END-IF

           PERFORM 5100-PRINT-TEST
              VARYING WS-TT-I FROM 1 BY 1
              UNTIL WS-TT-I > WS-TT-ENTRIES-USED

           MOVE 'ACCOUNTS IN TESTS'           TO WS-PCR-RPT-CNT-LABEL
           MOVE WS-PA-ENTRIES-USED            TO WS-PCR-RPT-CNT
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-COUNT-LINE
           MOVE 'CELLS WITH NO TEST REPORTED' TO WS-PCR-RPT-CNT-LABEL
           MOVE WS-ASGN-NO-TEST-COUNT         TO WS-PCR-RPT-CNT
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-COUNT-LINE
           MOVE 'TEST ACCOUNT PAYMENTS'       TO WS-PCR-RPT-CNT-LABEL
           MOVE WS-PAYMENT-COUNT              TO WS-PCR-RPT-CNT
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-COUNT-LINE
           MOVE 'CARDS NOT RESOLVED'          TO WS-PCR-RPT-CNT-LABEL
           MOVE WS-UNRESOLVED-COUNT           TO WS-PCR-RPT-CNT
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-COUNT-LINE
           MOVE 'ACCOUNTS NOT FOUND'          TO WS-PCR-RPT-CNT-LABEL
           MOVE WS-NO-ACCT-COUNT              TO WS-PCR-RPT-CNT
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints test WS-TT-I: its heading and terms, a line per
      * cell, and the challenger-less-champion difference.
      *---------------------------------------------------------------*
       5100-PRINT-TEST.
           EVALUATE WS-TT-STATUS (WS-TT-I)
               WHEN 'A'
                   MOVE 'ACTIVE' TO WS-STATUS-DESC
               WHEN 'E'
                   MOVE 'ENDED'  TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE SPACES   TO WS-STATUS-DESC
           END-EVALUATE
           MOVE WS-TT-ID (WS-TT-I)             TO WS-PCR-RPT-T-ID
           MOVE WS-TT-NAME (WS-TT-I)           TO WS-PCR-RPT-T-NAME
           MOVE WS-TT-GROUP-ID (WS-TT-I)       TO WS-PCR-RPT-T-GROUP
           MOVE WS-TT-CHALLENGER-PCT (WS-TT-I) TO WS-PCR-RPT-T-PCT
           MOVE WS-STATUS-DESC                 TO WS-PCR-RPT-T-STATUS
           MOVE WS-TT-START-DATE (WS-TT-I)     TO WS-PCR-RPT-T-START
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-TEST-LINE
           PERFORM 5200-DESCRIBE-TERMS
           MOVE WS-RATE-DESC                   TO WS-PCR-RPT-T-RATE
           MOVE WS-FEE-DESC                    TO WS-PCR-RPT-T-FEE
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-TERMS-LINE
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-COL-HDR

           PERFORM 5300-PRINT-CELL
              VARYING WS-TC-I FROM 1 BY 1
              UNTIL WS-TC-I > 2

           MOVE 'DIFFERENCE'                   TO WS-PCR-RPT-D-CELL
           COMPUTE WS-PCR-RPT-D-AVG-BAL =
              WS-CM-AVG-BAL (2) - WS-CM-AVG-BAL (1)
           COMPUTE WS-PCR-RPT-D-REV-ACCT =
              WS-CM-REV-ACCT (2) - WS-CM-REV-ACCT (1)
           COMPUTE WS-PCR-RPT-D-PAY-RATE =
              WS-CM-PAY-RATE (2) - WS-CM-PAY-RATE (1)
           COMPUTE WS-PCR-RPT-D-DELQ =
              WS-CM-DELQ (2) - WS-CM-DELQ (1)
           COMPUTE WS-PCR-RPT-D-ATTR =
              WS-CM-ATTR (2) - WS-CM-ATTR (1)
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-DIFF-LINE
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-BLANK
           EXIT.
      *---------------------------------------------------------------*
      * Describes test WS-TT-I's challenger rate and late fee.
      *---------------------------------------------------------------*
       5200-DESCRIBE-TERMS.
           MOVE SPACES TO WS-RATE-DESC
                          WS-FEE-DESC
           MOVE WS-TT-INT-RATE (WS-TT-I) TO WS-RATE-EDIT
           EVALUATE WS-TT-RATE-METHOD (WS-TT-I)
               WHEN 'A'
                   STRING 'RATE ' WS-RATE-EDIT '%'
                          DELIMITED BY SIZE
                     INTO WS-RATE-DESC
                   END-STRING
               WHEN 'D'
                   STRING 'RATE DELTA ' WS-RATE-EDIT '%'
                          DELIMITED BY SIZE
                     INTO WS-RATE-DESC
                   END-STRING
               WHEN OTHER
                   MOVE 'RATE AS CHAMPION' TO WS-RATE-DESC
           END-EVALUATE
           IF  WS-TT-RATE-METHOD (WS-TT-I) NOT = SPACES
               AND WS-TT-TYPE-CD (WS-TT-I) NOT = SPACES
               STRING WS-RATE-DESC DELIMITED BY '%'
                      '% TYPE ' WS-TT-TYPE-CD (WS-TT-I)
                      DELIMITED BY SIZE
                 INTO WS-RATE-DESC
               END-STRING
           END-IF
           IF  WS-TT-FEE-FLAG (WS-TT-I) = 'Y'
               MOVE WS-TT-LATE-FEE (WS-TT-I) TO WS-FEE-EDIT
               STRING 'LATE FEE ' WS-FEE-EDIT
                      DELIMITED BY SIZE
                 INTO WS-FEE-DESC
               END-STRING
           ELSE
               MOVE 'LATE FEE AS CHAMPION' TO WS-FEE-DESC
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Works and prints cell WS-TC-I of test WS-TT-I. A cell
      * with no accounts, or nothing owed, shows zero.
      *---------------------------------------------------------------*
       5300-PRINT-CELL.
           INITIALIZE WS-CM-CELL (WS-TC-I)
           IF  WS-TC-ACCTS (WS-TT-I WS-TC-I) > 0
               COMPUTE WS-CM-AVG-BAL (WS-TC-I) ROUNDED =
                  WS-TC-BALANCE (WS-TT-I WS-TC-I)
                / WS-TC-ACCTS (WS-TT-I WS-TC-I)
               COMPUTE WS-CM-REV-ACCT (WS-TC-I) ROUNDED =
                  WS-TC-REVENUE (WS-TT-I WS-TC-I)
                / WS-TC-ACCTS (WS-TT-I WS-TC-I)
               COMPUTE WS-CM-DELQ (WS-TC-I) ROUNDED =
                  WS-TC-DELQ (WS-TT-I WS-TC-I) * 100
                / WS-TC-ACCTS (WS-TT-I WS-TC-I)
               COMPUTE WS-CM-ATTR (WS-TC-I) ROUNDED =
                  WS-TC-ATTR (WS-TT-I WS-TC-I) * 100
                / WS-TC-ACCTS (WS-TT-I WS-TC-I)
           END-IF
           IF  WS-TC-OWED (WS-TT-I WS-TC-I) > 0
               COMPUTE WS-CM-PAY-RATE (WS-TC-I) ROUNDED =
                  WS-TC-PAYMENTS (WS-TT-I WS-TC-I) * 100
                / WS-TC-OWED (WS-TT-I WS-TC-I)
                  ON SIZE ERROR
                     MOVE 9999.99 TO WS-CM-PAY-RATE (WS-TC-I)
               END-COMPUTE
           END-IF
           IF  WS-TC-I = 1
               MOVE 'CHAMPION'   TO WS-PCR-RPT-CELL
           ELSE
               MOVE 'CHALLENGER' TO WS-PCR-RPT-CELL
           END-IF
           MOVE WS-TC-ACCTS (WS-TT-I WS-TC-I)   TO WS-PCR-RPT-ACCTS
           MOVE WS-TC-OPEN (WS-TT-I WS-TC-I)    TO WS-PCR-RPT-OPEN
           MOVE WS-TC-BALANCE (WS-TT-I WS-TC-I) TO WS-PCR-RPT-BALANCE
           MOVE WS-CM-AVG-BAL (WS-TC-I)         TO WS-PCR-RPT-AVG-BAL
           MOVE WS-TC-REVENUE (WS-TT-I WS-TC-I) TO WS-PCR-RPT-REVENUE
           MOVE WS-CM-REV-ACCT (WS-TC-I)        TO WS-PCR-RPT-REV-ACCT
           MOVE WS-TC-NET (WS-TT-I WS-TC-I)     TO WS-PCR-RPT-NET
           MOVE WS-CM-PAY-RATE (WS-TC-I)        TO WS-PCR-RPT-PAY-RATE
           MOVE WS-CM-DELQ (WS-TC-I)            TO WS-PCR-RPT-DELQ
           MOVE WS-CM-ATTR (WS-TC-I)            TO WS-PCR-RPT-ATTR
           WRITE FD-PCTRPT-REC FROM WS-PCR-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the pricing test file for sequential input.
      *---------------------------------------------------------------*
       0000-PRCTEST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PRCTEST-FILE
           IF  PRCTEST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PRICING TEST FILE'
               MOVE PRCTEST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the cell assignment file for sequential input.
      *---------------------------------------------------------------*
       0100-PCTASGN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PCTASGN-FILE
           IF  PCTASGN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CELL ASSIGNMENT FILE'
               MOVE PCTASGN-STATUS TO IO-STATUS
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
      * Opens the card cross-reference for random reads.
      *---------------------------------------------------------------*
       0300-XREFFILE-OPEN.
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
               DISPLAY 'ERROR OPENING XREF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card token vault for random reads.
      *---------------------------------------------------------------*
       0350-TOKNVLT-OPEN.
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
               DISPLAY 'ERROR OPENING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0400-TRANFILE-OPEN.
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
      * Opens the profitability extract for sequential input.
      *---------------------------------------------------------------*
       0500-PRFACCT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PRFACCT-FILE
           IF  PRFACCT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROFITABILITY EXTRACT'
               MOVE PRFACCT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the pricing test comparison report for output.
      *---------------------------------------------------------------*
       0600-PCTRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PCTRPT-FILE
           IF  PCTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PRICING TEST REPORT'
               MOVE PCTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PRCTEST-FILE.
      *---------------------------------------------------------------*
       9000-PRCTEST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRCTEST-FILE
           IF  PRCTEST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PRICING TEST FILE'
               MOVE PRCTEST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PCTASGN-FILE.
      *---------------------------------------------------------------*
       9100-PCTASGN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PCTASGN-FILE
           IF  PCTASGN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CELL ASSIGNMENT FILE'
               MOVE PCTASGN-STATUS TO IO-STATUS
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
      * Closes XREF-FILE.
      *---------------------------------------------------------------*
       9300-XREFFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING XREF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes TOKNVLT-FILE.
      *---------------------------------------------------------------*
       9350-TOKNVLT-CLOSE.
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
               DISPLAY 'ERROR CLOSING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes TRANSACT-FILE.
      *---------------------------------------------------------------*
       9400-TRANFILE-CLOSE.
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
      * Closes PRFACCT-FILE.
      *---------------------------------------------------------------*
       9500-PRFACCT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRFACCT-FILE
           IF  PRFACCT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROFITABILITY EXTRACT'
               MOVE PRFACCT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PCTRPT-FILE.
      *---------------------------------------------------------------*
       9600-PCTRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PCTRPT-FILE
           IF  PCTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PRICING TEST REPORT'
               MOVE PCTRPT-STATUS TO IO-STATUS
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
      * test-account count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-PA-ENTRIES-USED          TO BATCH-RECORD-COUNT
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
