      ******************************************************************
      * Program     : CBANF01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly annual membership fee assessment on
      *               each account's opening anniversary, with the
      *               assessed/waived/refunded run report.
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
      * CBANF01C - Annual Membership Fee Assessment (Batch)
      *
      * Pass 1 walks the account master and picks out every
      * account whose ACCT-OPEN-DATE anniversary falls on the
      * run date (an account opened on 29 February bills on
      * 28 February in a common year). For each one whose
      * product group carries an annual fee on the catalog
      * (PRD-ANNUAL-FEE, CVPRD01Y.cpy):
      *   1. Accounts that must not be billed are skipped and
      *      counted: closed or pending closure, charged off,
      *      a deceased primary holder, an active SCRA
      *      protection window, or a holder in bankruptcy (the
      *      automatic stay in force or the debt discharged).
      *   2. On the first anniversary of a product carrying
      *      the first-year waiver (PRD-ANNFEE-WAIVE-FIRST-YR)
      *      the fee is waived -- recorded, not billed.
      *   3. Otherwise the fee is staged onto DALYTRAN (type
      *      07, category 0007, source ANNUALFEE) so it posts
      *      through CBTRN02C's normal cascade and lands in
      *      its own TCATBAL/GLMAP category.
      *   4. One ANNFEE record (CVANF01Y.cpy) is written per
      *      anniversary assessed or waived. It is the rerun
      *      guard -- an anniversary already on file is never
      *      billed twice -- and the source COCLS00C refunds
      *      from when the account closes within 30 days.
      *
      * Pass 2 browses ANNFEE for closure refunds COCLS00C has
      * granted since the last run, lists each once, and marks
      * it reported.
      *
      * The ANFRPT run report lists every account assessed,
      * waived, or refunded with its product group, followed
      * by count and dollar totals per product.
      *
      * Runs ahead of the posting cycle so the staged fees post
      * with the day's work.
      *
      * Files accessed:
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read for
      *               the deceased, SCRA and bankruptcy checks)
      *   PRODCAT   - Product catalog (KSDS, random read)
      *   ANNFEE    - Annual fee records (KSDS, DYNAMIC I-O:
      *               keyed READ/WRITE in pass 1, browse and
      *               REWRITE in pass 2)
      *   DALYTRAN  - Daily transaction staging (seq. EXTEND)
      *   ANFRPT    - Annual fee run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date whose anniversaries are billed, stamped
      * into generated transaction IDs.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBANF01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

      * Card-to-account cross-reference -- the owning customer
      * for the exclusion checks and the card the staged fee
      * carries
           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

      * CUSTDAT: customer master (CVCUS01Y.cpy) -- the deceased
      * flag and the SCRA protection window
           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

      * PRODCAT: product catalog (CVPRD01Y.cpy) -- the annual
      * fee and the first-year waiver option per product group
           SELECT PRODCAT-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PRD-GROUP-ID
                  FILE STATUS  IS PRODCAT-STATUS.

      * ANNFEE: keyed READ/WRITE during the assessment pass,
      * then a full browse for the refund pass -- DYNAMIC
      * serves both
           SELECT ANNFEE-FILE ASSIGN TO ANNFEE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ANF-KEY
                  FILE STATUS  IS ANNFEE-STATUS.

      * Daily transaction staging -- opened EXTEND; the staged
      * fees post through CBTRN02C's normal cascade
           SELECT DALYTRAN-FILE ASSIGN TO DALYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYTRAN-STATUS.

           SELECT ANFRPT-FILE ASSIGN TO ANFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ANFRPT-STATUS.

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
      * FD for account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTDAT-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the product catalog VSAM (120 bytes)
       FD  PRODCAT-FILE.
       01  FD-PRODCAT-REC.
           05 FD-PRD-GROUP-ID                   PIC X(10).
           05 FD-PRD-DATA                       PIC X(110).

      * FD for the annual fee VSAM (100 bytes)
       FD  ANNFEE-FILE.
       01  FD-ANNFEE-REC.
           05 FD-ANF-KEY                        PIC X(21).
           05 FD-ANF-DATA                       PIC X(79).

      * FD for daily transaction staging output (370 bytes)
       FD  DALYTRAN-FILE.
       01  FD-TRAN-RECORD.
           05 FD-TRAN-ID                        PIC X(16).
           05 FD-CUST-DATA                      PIC X(354).

      * FD for the annual fee run report (132-byte print)
       FD  ANFRPT-FILE.
       01  FD-ANFRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
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

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVPRD01Y: 120-byte product catalog record
       COPY CVPRD01Y.
       01  PRODCAT-STATUS.
           05  PRODCAT-STAT1       PIC X.
           05  PRODCAT-STAT2       PIC X.
       01  WS-PRODCAT-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVANF01Y: 100-byte annual fee record
       COPY CVANF01Y.
       01  ANNFEE-STATUS.
           05  ANNFEE-STAT1        PIC X.
           05  ANNFEE-STAT2        PIC X.

      * CVTRA06Y: 370-byte daily transaction staging record
       COPY CVTRA06Y.
       01  DALYTRAN-STATUS.
           05  DALYTRAN-STAT1      PIC X.
           05  DALYTRAN-STAT2      PIC X.

       01  ANFRPT-STATUS.
           05  ANFRPT-STAT1        PIC X.
           05  ANFRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBANF01C'.
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

      * End-of-file flags for the two passes
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  WS-ANNFEE-EOF           PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Timestamp work areas for generated-record stamping,
      * same shape the other generators use
       01  COBOL-TS.
           05 COB-YYYY                  PIC X(04).
           05 COB-MM                    PIC X(02).
           05 COB-DD                    PIC X(02).
           05 COB-HH                    PIC X(02).
           05 COB-MIN                   PIC X(02).
           05 COB-SS                    PIC X(02).
           05 COB-MIL                   PIC X(02).
           05 COB-REST                  PIC X(05).
       01  DB2-FORMAT-TS                PIC X(26).
       01  FILLER REDEFINES DB2-FORMAT-TS.
           06 DB2-YYYY                  PIC X(004).
           06 DB2-STREEP-1              PIC X.
           06 DB2-MM                    PIC X(002).
           06 DB2-STREEP-2              PIC X.
           06 DB2-DD                    PIC X(002).
           06 DB2-STREEP-3              PIC X.
           06 DB2-HH                    PIC X(002).
           06 DB2-DOT-1                 PIC X.
           06 DB2-MIN                   PIC X(002).
           06 DB2-DOT-2                 PIC X.
           06 DB2-SS                    PIC X(002).
           06 DB2-DOT-3                 PIC X.
           06 DB2-MIL                   PIC 9(002).
           06 DB2-REST                  PIC X(04).

      * Generated transaction ID: 'AF' + YYYYMMDD + 6-digit
      * suffix, the CBNSF01C/CBCHG01C prefixed-ID convention
       01 WS-GEN-TRAN-ID.
           05 WS-GEN-TRAN-PFX           PIC X(02) VALUE 'AF'.
           05 WS-GEN-TRAN-DATE          PIC 9(08).
           05 WS-GEN-TRAN-SFX           PIC 9(06).

      * Anniversary work fields. The run date is split once;
      * each account's opening date is compared against it.
      * WS-LEAP-YEAR decides whether a 29 February opening
      * bills on 28 February this year.
       01 WS-ANNIV-VARS.
           05 WS-RUN-YYYY               PIC 9(04).
           05 WS-RUN-MMDD               PIC X(05).
           05 WS-OPEN-YYYY              PIC 9(04).
           05 WS-OPEN-MMDD              PIC X(05).
           05 WS-MEMBER-YEARS           PIC S9(04) COMP.
           05 WS-LEAP-QUOT              PIC S9(04) COMP.
           05 WS-LEAP-REM-4             PIC S9(04) COMP.
           05 WS-LEAP-REM-100           PIC S9(04) COMP.
           05 WS-LEAP-REM-400           PIC S9(04) COMP.
           05 WS-LEAP-YEAR              PIC X(01) VALUE 'N'.
           05 WS-IS-ANNIVERSARY         PIC X(01) VALUE 'N'.

      * Per-account processing fields. WS-SKIP-REASON carries
      * the exclusion wording; spaces means the account is
      * eligible. WS-DISPOSITION is the report wording.
       01 WS-MISC-VARS.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
           05 WS-ANNUAL-FEE-AMT         PIC S9(07)V99 VALUE 0.
           05 WS-SKIP-REASON            PIC X(20) VALUE SPACES.
           05 WS-DISPOSITION            PIC X(20) VALUE SPACES.
           05 WS-RPT-AMT                PIC S9(07)V99 VALUE 0.
           05 WS-RPT-GROUP-ID           PIC X(10) VALUE SPACES.
           05 WS-RPT-ACCT-ID            PIC 9(11) VALUE 0.

       01 WS-COUNTERS.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-ANNIV-COUNT            PIC 9(09) VALUE 0.
           05 WS-ASSESSED-COUNT         PIC 9(09) VALUE 0.
           05 WS-ASSESSED-TOTAL         PIC S9(11)V99 VALUE 0.
           05 WS-WAIVED-COUNT           PIC 9(09) VALUE 0.
           05 WS-REFUNDED-COUNT         PIC 9(09) VALUE 0.
           05 WS-REFUNDED-TOTAL         PIC S9(11)V99 VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-RERUN-COUNT            PIC 9(09) VALUE 0.

      * Per-product accumulation for the summary section. Same
      * fixed OCCURS/linear-SEARCH idiom as CBFWV01C's reason
      * and operator tables.
       01 WS-PRODUCT-TABLE.
           05 WS-PRD-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-PRD-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-PRD-IDX.
              10 WS-PRT-GROUP-ID        PIC X(10).
              10 WS-PRT-ASSESS-COUNT    PIC 9(07) COMP-3.
              10 WS-PRT-ASSESS-AMT      PIC S9(11)V99 COMP-3.
              10 WS-PRT-WAIVE-COUNT     PIC 9(07) COMP-3.
              10 WS-PRT-REFUND-COUNT    PIC 9(07) COMP-3.
              10 WS-PRT-REFUND-AMT      PIC S9(11)V99 COMP-3.
       01 WS-TABLE-I                    PIC S9(04) COMP VALUE 0.

      * Annual fee run report lines (sole-writer convention)
       01 WS-ANF-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'ANNUAL MEMBERSHIP FEE RUN REPORT'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN DATE : '.
           05 WS-ANF-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-ANF-RPT-SECTION.
           05 WS-ANF-RPT-SECTION-TXT    PIC X(40).
           05 FILLER                    PIC X(92) VALUE SPACES.
       01 WS-ANF-RPT-DETAIL.
           05 FILLER                    PIC X(09)
                   VALUE 'PRODUCT '.
           05 WS-ANF-RPT-GROUP          PIC X(10).
           05 FILLER                    PIC X(10)
                   VALUE '  ACCOUNT '.
           05 WS-ANF-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ANF-RPT-DISP           PIC X(20).
           05 FILLER                    PIC X(09)
                   VALUE '  AMOUNT '.
           05 WS-ANF-RPT-AMT            PIC -(8)9.99.
           05 FILLER                    PIC X(49) VALUE SPACES.
       01 WS-ANF-RPT-PRD-LINE.
           05 FILLER                    PIC X(09)
                   VALUE 'PRODUCT '.
           05 WS-ANF-RPT-PRD-GROUP      PIC X(10).
           05 FILLER                    PIC X(11)
                   VALUE '  ASSESSED '.
           05 WS-ANF-RPT-PRD-ACNT       PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ANF-RPT-PRD-AAMT       PIC -(10)9.99.
           05 FILLER                    PIC X(09)
                   VALUE '  WAIVED '.
           05 WS-ANF-RPT-PRD-WCNT       PIC ZZZZZZ9.
           05 FILLER                    PIC X(11)
                   VALUE '  REFUNDED '.
           05 WS-ANF-RPT-PRD-RCNT       PIC ZZZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ANF-RPT-PRD-RAMT       PIC -(10)9.99.
           05 FILLER                    PIC X(31) VALUE SPACES.
       01 WS-ANF-RPT-TOTAL-LINE.
           05 WS-ANF-RPT-TOT-LABEL      PIC X(24).
           05 WS-ANF-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(09)
                   VALUE '  AMOUNT '.
           05 WS-ANF-RPT-TOT-AMT        PIC -(11)9.99.
           05 FILLER                    PIC X(75) VALUE SPACES.
       01 WS-ANF-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date of the run,
      * YYYY-MM-DD, same interface as CBACT04C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: pass 1 assesses the day's anniversaries,
      * pass 2 reports refunds granted since the last run, then
      * the per-product summary prints.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBANF01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-CUSTDAT-OPEN.
           PERFORM 0300-PRODCAT-OPEN.
           PERFORM 0400-ANNFEE-OPEN.
           PERFORM 0500-DALYTRAN-OPEN.
           PERFORM 0600-ANFRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1100-SET-RUN-DATE-PARTS.

           MOVE PARM-DATE TO WS-ANF-RPT-RUN-DATE
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-HEADER
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-BLANK
           MOVE 'ANNIVERSARY ASSESSMENTS' TO WS-ANF-RPT-SECTION-TXT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-SECTION

      * Pass 1: the day's anniversaries
           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-ACCTFILE-GET-NEXT
               IF  END-OF-FILE = 'N'
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM 2000-PROCESS-ACCOUNT
                      THRU 2000-PROCESS-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-BLANK

      * Pass 2: closure refunds not yet reported
           MOVE 'CLOSURE REFUNDS' TO WS-ANF-RPT-SECTION-TXT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-SECTION
           PERFORM 3000-REPORT-REFUNDS.
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-BLANK

      * Per-product summary and run totals
           MOVE 'TOTALS BY PRODUCT' TO WS-ANF-RPT-SECTION-TXT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-SECTION
           PERFORM 4000-PRINT-PRODUCT-LINE
              VARYING WS-TABLE-I FROM 1 BY 1
              UNTIL WS-TABLE-I > WS-PRD-ENTRIES-USED
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-BLANK
           PERFORM 4100-PRINT-RUN-TOTALS.

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-CUSTDAT-CLOSE.
           PERFORM 9300-PRODCAT-CLOSE.
           PERFORM 9400-ANNFEE-CLOSE.
           PERFORM 9500-DALYTRAN-CLOSE.
           PERFORM 9600-ANFRPT-CLOSE.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ANNIVERSARIES TODAY    :' WS-ANNIV-COUNT
           DISPLAY 'FEES ASSESSED          :' WS-ASSESSED-COUNT
           DISPLAY 'FEES ASSESSED TOTAL    :' WS-ASSESSED-TOTAL
           DISPLAY 'FEES WAIVED            :' WS-WAIVED-COUNT
           DISPLAY 'ACCOUNTS SKIPPED       :' WS-SKIPPED-COUNT
           DISPLAY 'ALREADY ON FILE        :' WS-RERUN-COUNT
           DISPLAY 'REFUNDS REPORTED       :' WS-REFUNDED-COUNT
           DISPLAY 'REFUNDS TOTAL          :' WS-REFUNDED-TOTAL

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBANF01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Opens the account master for sequential input.
      *---------------------------------------------------------------*
       0000-ACCTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card cross-reference for random READ.
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
      * Opens the customer master for random READ. Required --
      * a fee must never bill without the deceased and SCRA
      * checks behind it.
      *---------------------------------------------------------------*
       0200-CUSTDAT-OPEN.
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
      * Opens the product catalog for random READ. A missing
      * catalog is tolerated -- no product carries a fee, so
      * nothing is assessed.
      *---------------------------------------------------------------*
       0300-PRODCAT-OPEN.
           OPEN INPUT PRODCAT-FILE
           IF  PRODCAT-STATUS = '00'
               MOVE 'Y' TO WS-PRODCAT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PRODCAT-AVAILABLE
               DISPLAY 'NO PRODUCT CATALOG - NO ANNUAL FEES ASSESSED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the annual fee file for DYNAMIC I-O.
      *---------------------------------------------------------------*
       0400-ANNFEE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ANNFEE-FILE
           IF  ANNFEE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ANNUAL FEE FILE'
               MOVE ANNFEE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the daily transaction staging file for extend --
      * the staged fees join the day's feed.
      *---------------------------------------------------------------*
       0500-DALYTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN EXTEND DALYTRAN-FILE
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DALYTRAN'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report for output.
      *---------------------------------------------------------------*
       0600-ANFRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ANFRPT-FILE
           IF  ANFRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ANNUAL FEE REPORT'
               MOVE ANFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account master record sequentially.
      *---------------------------------------------------------------*
       1000-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  ACCTFILE-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING ACCOUNT MASTER FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Splits the run date once and decides whether the run
      * year is a leap year (divisible by 4, and by 400 when it
      * is a century year).
      *---------------------------------------------------------------*
       1100-SET-RUN-DATE-PARTS.
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYY
           MOVE PARM-DATE(6:5) TO WS-RUN-MMDD
           DIVIDE WS-RUN-YYYY BY 4
              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
           DIVIDE WS-RUN-YYYY BY 100
              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
           DIVIDE WS-RUN-YYYY BY 400
              GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
           MOVE 'N' TO WS-LEAP-YEAR
           IF  WS-LEAP-REM-4 = 0
               IF  WS-LEAP-REM-100 NOT = 0
                   OR WS-LEAP-REM-400 = 0
                   MOVE 'Y' TO WS-LEAP-YEAR
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Processes one account: anniversary test, product fee,
      * rerun guard, exclusions, then the waiver or the staged
      * fee. Anything not due today leaves without a trace.
      *---------------------------------------------------------------*
       2000-PROCESS-ACCOUNT.
           PERFORM 2100-CHECK-ANNIVERSARY
              THRU 2100-CHECK-ANNIVERSARY-EXIT
           IF  WS-IS-ANNIVERSARY NOT = 'Y'
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF

           PERFORM 2200-GET-PRODUCT-TERMS
           IF  WS-ANNUAL-FEE-AMT NOT > ZERO
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ANNIV-COUNT

      * Rerun guard: this anniversary is already on file
           MOVE ACCT-ID   TO ANF-ACCT-ID
           MOVE PARM-DATE TO ANF-ASSESS-DATE
           MOVE ANF-KEY   TO FD-ANF-KEY
           READ ANNFEE-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-RERUN-COUNT
                 GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-READ

           PERFORM 2300-CHECK-EXCLUSIONS
              THRU 2300-CHECK-EXCLUSIONS-EXIT
           IF  WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'ANNUAL FEE SKIPPED A/C ' ACCT-ID ' '
                  WS-SKIP-REASON
               GO TO 2000-PROCESS-ACCOUNT-EXIT
           END-IF

           INITIALIZE ANNUAL-FEE-RECORD
           MOVE ACCT-ID       TO ANF-ACCT-ID
           MOVE PARM-DATE     TO ANF-ASSESS-DATE
           MOVE ACCT-GROUP-ID TO ANF-GROUP-ID
           MOVE SPACES        TO ANF-REFUND-DATE
                                 ANF-REFUND-TRAN-ID
                                 ANF-REFUND-REPORTED

      * First anniversary on a waiver product: recorded, not
      * billed
           IF  WS-MEMBER-YEARS = 1
               AND PRD-ANNFEE-WAIVE-FIRST-YR
               SET ANF-STATUS-WAIVED TO TRUE
               MOVE ZERO          TO ANF-FEE-AMT
               MOVE SPACES        TO ANF-TRAN-ID
               PERFORM 2500-WRITE-ANNFEE-REC
               ADD 1 TO WS-WAIVED-COUNT
               MOVE 'WAIVED - FIRST YEAR' TO WS-DISPOSITION
               MOVE ZERO          TO WS-RPT-AMT
           ELSE
               PERFORM 2400-WRITE-FEE-DALYTRAN
               SET ANF-STATUS-ASSESSED TO TRUE
               MOVE WS-ANNUAL-FEE-AMT TO ANF-FEE-AMT
               MOVE WS-GEN-TRAN-ID    TO ANF-TRAN-ID
               PERFORM 2500-WRITE-ANNFEE-REC
               ADD 1 TO WS-ASSESSED-COUNT
               ADD WS-ANNUAL-FEE-AMT TO WS-ASSESSED-TOTAL
               MOVE 'ASSESSED'        TO WS-DISPOSITION
               MOVE WS-ANNUAL-FEE-AMT TO WS-RPT-AMT
           END-IF

           MOVE ACCT-GROUP-ID TO WS-RPT-GROUP-ID
           MOVE ACCT-ID       TO WS-RPT-ACCT-ID
           PERFORM 2600-ACCUMULATE-PRODUCT
           PERFORM 2700-WRITE-DETAIL-LINE.
       2000-PROCESS-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-IS-ANNIVERSARY when the account opened on this
      * month and day in an earlier year. A 29 February opening
      * bills on 28 February when the run year has no 29th.
      * WS-MEMBER-YEARS is the anniversary being reached.
      *---------------------------------------------------------------*
       2100-CHECK-ANNIVERSARY.
           MOVE 'N' TO WS-IS-ANNIVERSARY
           IF  ACCT-OPEN-DATE(1:4) NOT NUMERIC
               GO TO 2100-CHECK-ANNIVERSARY-EXIT
           END-IF
           MOVE ACCT-OPEN-DATE(1:4) TO WS-OPEN-YYYY
           MOVE ACCT-OPEN-DATE(6:5) TO WS-OPEN-MMDD
           IF  WS-OPEN-MMDD = '02-29'
               AND WS-LEAP-YEAR = 'N'
               MOVE '02-28' TO WS-OPEN-MMDD
           END-IF
           IF  WS-OPEN-MMDD = WS-RUN-MMDD
               AND WS-OPEN-YYYY < WS-RUN-YYYY
               MOVE 'Y' TO WS-IS-ANNIVERSARY
               COMPUTE WS-MEMBER-YEARS = WS-RUN-YYYY - WS-OPEN-YYYY
           END-IF.
       2100-CHECK-ANNIVERSARY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the account group's catalog row for the annual fee
      * and the waiver option. No catalog, no row, or a pre-field
      * row holding spaces all mean no fee.
      *---------------------------------------------------------------*
       2200-GET-PRODUCT-TERMS.
           MOVE ZERO TO WS-ANNUAL-FEE-AMT
           IF  WS-PRODCAT-AVAILABLE = 'Y'
               MOVE ACCT-GROUP-ID TO FD-PRD-GROUP-ID
               READ PRODCAT-FILE INTO PRODUCT-CATALOG-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  PRODCAT-STATUS = '00'
                   IF  PRD-ANNUAL-FEE NUMERIC
                       AND PRD-ANNUAL-FEE > ZERO
                       MOVE PRD-ANNUAL-FEE TO WS-ANNUAL-FEE-AMT
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The accounts a membership fee must not bill. Sets
      * WS-SKIP-REASON; spaces means the account is eligible.
      * The cross-reference read here also supplies the card
      * the staged fee carries.
      *---------------------------------------------------------------*
       2300-CHECK-EXCLUSIONS.
           MOVE SPACES TO WS-SKIP-REASON
           IF  ACCT-STATUS-CLOSED OR ACCT-STATUS-PENDING-CLOSE
               MOVE 'CLOSED OR CLOSING' TO WS-SKIP-REASON
               GO TO 2300-CHECK-EXCLUSIONS-EXIT
           END-IF
           IF  ACCT-IS-CHARGED-OFF
               MOVE 'CHARGED OFF' TO WS-SKIP-REASON
               GO TO 2300-CHECK-EXCLUSIONS-EXIT
           END-IF

           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD ON XREF' TO WS-SKIP-REASON
                  GO TO 2300-CHECK-EXCLUSIONS-EXIT
           END-READ

           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
              INVALID KEY
                 MOVE 'NO CUSTOMER RECORD' TO WS-SKIP-REASON
                 GO TO 2300-CHECK-EXCLUSIONS-EXIT
           END-READ
           IF  CUST-IS-DECEASED
               MOVE 'DECEASED HOLDER' TO WS-SKIP-REASON
               GO TO 2300-CHECK-EXCLUSIONS-EXIT
           END-IF
           IF  CUST-BKR-NO-COLLECTION
               MOVE 'BANKRUPTCY STAY' TO WS-SKIP-REASON
               GO TO 2300-CHECK-EXCLUSIONS-EXIT
           END-IF
           IF  CUST-SCRA-PROTECTED
               AND CUST-SCRA-START-DATE <= PARM-DATE
               AND (CUST-SCRA-END-DATE = SPACES
                    OR CUST-SCRA-END-DATE >= PARM-DATE)
               MOVE 'SCRA PROTECTED' TO WS-SKIP-REASON
           END-IF.
       2300-CHECK-EXCLUSIONS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Stages the annual fee: type 07 category 0007, source
      * ANNUALFEE, the product's fee amount, on the account's
      * card from the cross-reference.
      *---------------------------------------------------------------*
       2400-WRITE-FEE-DALYTRAN.
           ADD 1 TO WS-TRANID-SUFFIX
           MOVE PARM-DATE(1:4)  TO WS-GEN-TRAN-DATE(1:4)
           MOVE PARM-DATE(6:2)  TO WS-GEN-TRAN-DATE(5:2)
           MOVE PARM-DATE(9:2)  TO WS-GEN-TRAN-DATE(7:2)
           MOVE WS-TRANID-SUFFIX TO WS-GEN-TRAN-SFX

           INITIALIZE DALYTRAN-RECORD
           MOVE WS-GEN-TRAN-ID        TO DALYTRAN-ID
           MOVE '07'                  TO DALYTRAN-TYPE-CD
           MOVE 0007                  TO DALYTRAN-CAT-CD
           MOVE 'ANNUALFEE'           TO DALYTRAN-SOURCE
           STRING 'Annual membership fee a/c ' ,
                  ACCT-ID
                  DELIMITED BY SIZE
            INTO DALYTRAN-DESC
           END-STRING
           MOVE WS-ANNUAL-FEE-AMT     TO DALYTRAN-AMT
           MOVE 0                     TO DALYTRAN-MERCHANT-ID
           MOVE SPACES                TO DALYTRAN-MERCHANT-NAME
           MOVE SPACES                TO DALYTRAN-MERCHANT-CITY
           MOVE SPACES                TO DALYTRAN-MERCHANT-ZIP
           MOVE XREF-CARD-NUM         TO DALYTRAN-CARD-NUM
           PERFORM Z-GET-DB2-FORMAT-TIMESTAMP
           MOVE DB2-FORMAT-TS         TO DALYTRAN-ORIG-TS
           MOVE DB2-FORMAT-TS         TO DALYTRAN-PROC-TS
           MOVE 'N'                   TO DALYTRAN-CARD-PRESENT
           MOVE ACCT-CURRENCY-CD      TO DALYTRAN-CURRENCY-CD

           WRITE FD-TRAN-RECORD FROM DALYTRAN-RECORD
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the anniversary's ANNFEE record. Abends on
      * failure -- a staged fee with no record behind it would
      * bill again on a rerun and could never be refunded.
      *---------------------------------------------------------------*
       2500-WRITE-ANNFEE-REC.
           MOVE ANF-KEY TO FD-ANF-KEY
           WRITE FD-ANNFEE-REC FROM ANNUAL-FEE-RECORD
           IF  ANNFEE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR WRITING ANNUAL FEE FILE'
               MOVE ANNFEE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Folds the reported item into its product bucket, adding
      * the bucket on first sight. WS-DISPOSITION says which
      * column it counts in.
      *---------------------------------------------------------------*
       2600-ACCUMULATE-PRODUCT.
           SET WS-PRD-IDX TO 1
           SEARCH WS-PRD-ENTRY
              AT END
                 IF WS-PRD-ENTRIES-USED < 100
                     ADD 1 TO WS-PRD-ENTRIES-USED
                     SET WS-PRD-IDX TO WS-PRD-ENTRIES-USED
                     MOVE WS-RPT-GROUP-ID
                       TO WS-PRT-GROUP-ID (WS-PRD-IDX)
                     MOVE 0 TO WS-PRT-ASSESS-COUNT (WS-PRD-IDX)
                               WS-PRT-ASSESS-AMT (WS-PRD-IDX)
                               WS-PRT-WAIVE-COUNT (WS-PRD-IDX)
                               WS-PRT-REFUND-COUNT (WS-PRD-IDX)
                               WS-PRT-REFUND-AMT (WS-PRD-IDX)
                     PERFORM 2650-ADD-TO-BUCKET
                 END-IF
              WHEN WS-PRT-GROUP-ID (WS-PRD-IDX) = WS-RPT-GROUP-ID
                 PERFORM 2650-ADD-TO-BUCKET
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Adds the item to the located product bucket.
      *---------------------------------------------------------------*
       2650-ADD-TO-BUCKET.
           EVALUATE WS-DISPOSITION(1:6)
               WHEN 'ASSESS'
                   ADD 1 TO WS-PRT-ASSESS-COUNT (WS-PRD-IDX)
                   ADD WS-RPT-AMT TO WS-PRT-ASSESS-AMT (WS-PRD-IDX)
               WHEN 'WAIVED'
                   ADD 1 TO WS-PRT-WAIVE-COUNT (WS-PRD-IDX)
               WHEN OTHER
                   ADD 1 TO WS-PRT-REFUND-COUNT (WS-PRD-IDX)
                   ADD WS-RPT-AMT TO WS-PRT-REFUND-AMT (WS-PRD-IDX)
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Prints one detail line for the item in hand.
      *---------------------------------------------------------------*
       2700-WRITE-DETAIL-LINE.
           MOVE WS-RPT-GROUP-ID TO WS-ANF-RPT-GROUP
           MOVE WS-RPT-ACCT-ID  TO WS-ANF-RPT-ACCT
           MOVE WS-DISPOSITION  TO WS-ANF-RPT-DISP
           MOVE WS-RPT-AMT      TO WS-ANF-RPT-AMT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-DETAIL
           IF  ANFRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ANNUAL FEE REPORT'
               MOVE ANFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2: browses the whole annual fee file for refunds
      * COCLS00C granted that no run has reported yet, lists
      * each, and marks it reported so it prints exactly once.
      *---------------------------------------------------------------*
       3000-REPORT-REFUNDS.
           MOVE LOW-VALUES TO FD-ANF-KEY
           START ANNFEE-FILE KEY IS NOT LESS THAN FD-ANF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ANNFEE-EOF
           END-START
           PERFORM 3100-REFUND-NEXT
              UNTIL WS-ANNFEE-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next annual fee record and reports it when it
      * is an unreported refund.
      *---------------------------------------------------------------*
       3100-REFUND-NEXT.
           READ ANNFEE-FILE NEXT RECORD INTO ANNUAL-FEE-RECORD
              AT END
                 MOVE 'Y' TO WS-ANNFEE-EOF
           END-READ
           IF  WS-ANNFEE-EOF = 'N'
               IF  ANF-STATUS-REFUNDED
                   AND NOT ANF-REFUND-WAS-REPORTED
                   ADD 1 TO WS-REFUNDED-COUNT
                   ADD ANF-REFUND-AMT TO WS-REFUNDED-TOTAL
                   MOVE ANF-GROUP-ID   TO WS-RPT-GROUP-ID
                   MOVE ANF-ACCT-ID    TO WS-RPT-ACCT-ID
                   MOVE ANF-REFUND-AMT TO WS-RPT-AMT
                   MOVE 'REFUNDED AT CLOSURE' TO WS-DISPOSITION
                   PERFORM 2600-ACCUMULATE-PRODUCT
                   PERFORM 2700-WRITE-DETAIL-LINE
                   MOVE 'Y' TO ANF-REFUND-REPORTED
                   REWRITE FD-ANNFEE-REC FROM ANNUAL-FEE-RECORD
                   IF  ANNFEE-STATUS NOT = '00'
                       DISPLAY 'ERROR RE-WRITING ANNUAL FEE FILE'
                       MOVE ANNFEE-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints one product bucket.
      *---------------------------------------------------------------*
       4000-PRINT-PRODUCT-LINE.
           SET WS-PRD-IDX TO WS-TABLE-I
           MOVE WS-PRT-GROUP-ID (WS-PRD-IDX)
                                  TO WS-ANF-RPT-PRD-GROUP
           MOVE WS-PRT-ASSESS-COUNT (WS-PRD-IDX)
                                  TO WS-ANF-RPT-PRD-ACNT
           MOVE WS-PRT-ASSESS-AMT (WS-PRD-IDX)
                                  TO WS-ANF-RPT-PRD-AAMT
           MOVE WS-PRT-WAIVE-COUNT (WS-PRD-IDX)
                                  TO WS-ANF-RPT-PRD-WCNT
           MOVE WS-PRT-REFUND-COUNT (WS-PRD-IDX)
                                  TO WS-ANF-RPT-PRD-RCNT
           MOVE WS-PRT-REFUND-AMT (WS-PRD-IDX)
                                  TO WS-ANF-RPT-PRD-RAMT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-PRD-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints the run totals.
      *---------------------------------------------------------------*
       4100-PRINT-RUN-TOTALS.
           MOVE 'FEES ASSESSED          :' TO WS-ANF-RPT-TOT-LABEL
           MOVE WS-ASSESSED-COUNT          TO WS-ANF-RPT-TOT-COUNT
           MOVE WS-ASSESSED-TOTAL          TO WS-ANF-RPT-TOT-AMT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-TOTAL-LINE
           MOVE 'FEES WAIVED            :' TO WS-ANF-RPT-TOT-LABEL
           MOVE WS-WAIVED-COUNT            TO WS-ANF-RPT-TOT-COUNT
           MOVE ZERO                       TO WS-ANF-RPT-TOT-AMT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-TOTAL-LINE
           MOVE 'FEES REFUNDED          :' TO WS-ANF-RPT-TOT-LABEL
           MOVE WS-REFUNDED-COUNT          TO WS-ANF-RPT-TOT-COUNT
           MOVE WS-REFUNDED-TOTAL          TO WS-ANF-RPT-TOT-AMT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS SKIPPED       :' TO WS-ANF-RPT-TOT-LABEL
           MOVE WS-SKIPPED-COUNT           TO WS-ANF-RPT-TOT-COUNT
           MOVE ZERO                       TO WS-ANF-RPT-TOT-AMT
           WRITE FD-ANFRPT-REC FROM WS-ANF-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9000-ACCTFILE-CLOSE.
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
      * Closes the card cross-reference.
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
      * Closes the customer master.
      *---------------------------------------------------------------*
       9200-CUSTDAT-CLOSE.
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
      * Closes the product catalog.
      *---------------------------------------------------------------*
       9300-PRODCAT-CLOSE.
           IF  WS-PRODCAT-AVAILABLE = 'Y'
               CLOSE PRODCAT-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the annual fee file.
      *---------------------------------------------------------------*
       9400-ANNFEE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ANNFEE-FILE
           IF  ANNFEE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ANNUAL FEE FILE'
               MOVE ANNFEE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the daily transaction staging file.
      *---------------------------------------------------------------*
       9500-DALYTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DALYTRAN-FILE
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9600-ANFRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ANFRPT-FILE
           IF  ANFRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ANNUAL FEE REPORT'
               MOVE ANFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * Generates a DB2-format timestamp from current date/time,
      * same technique as the other batch generators.
      *---------------------------------------------------------------*
       Z-GET-DB2-FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO COBOL-TS
           MOVE COB-YYYY TO DB2-YYYY
           MOVE COB-MM   TO DB2-MM
           MOVE COB-DD   TO DB2-DD
           MOVE COB-HH   TO DB2-HH
           MOVE COB-MIN  TO DB2-MIN
           MOVE COB-SS   TO DB2-SS
           MOVE COB-MIL  TO DB2-MIL
           MOVE '-'      TO DB2-STREEP-1 DB2-STREEP-2 DB2-STREEP-3
           MOVE '.'      TO DB2-DOT-1 DB2-DOT-2 DB2-DOT-3
           MOVE '0000'   TO DB2-REST
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the assessments themselves processed.
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
      * accounts-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-ACCT-COUNT               TO BATCH-RECORD-COUNT
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
