      ******************************************************************
      * Program     : CBACR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly accrual of earned, unbilled interest
      *               to the GL, reversed when the cycle is billed.
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
      * CBACR01C - Daily Interest Accrual (Batch)
      *
      * CBACT04C bills a cycle's interest only at the cycle
      * close, so interest income reaches the GL once a month
      * per account. This job books what has been earned in
      * between, every night, from the INTACCR accrual file
      * (CVACR01Y.cpy):
      *   1. The transaction master is read once for the
      *      interest CBACT04C billed on the run date (type 01
      *      category 0005, processed that day), summed by
      *      account -- the token on each posting is resolved
      *      back through the vault and the cross-reference,
      *      as CBACT04C's own pre-pass does.
      *   2. Each account's category balances are priced with
      *      CBACT04C's rate selection, in its order: the
      *      disclosure group rate (DEFAULT group when the
      *      account's has no row), the promotional rate while
      *      unexpired, the penalty rate while penalty priced,
      *      the hardship plan rate while a plan is in force,
      *      and the SCRA cap over all of them. What CBACT04C
      *      never bills is never accrued: the installment plan
      *      segment (type 11), a charged-off account, a
      *      deceased holder's, and an account on nonaccrual.
      *      Purchases (type 01) accrue only while the account
      *      revolves (a prior statement balance is owed) --
      *      a grace period earned at the due date comes back
      *      out with the reversal at the close.
      *   3. The night's accrual per category is
      *        balance x rate x days / 36500
      *      for the days since the account last accrued (one
      *      on first sight), so a missed night catches up.
      *   4. A cycle close (ACCT-PAY-DUE-DATE moved on since
      *      the cycle began, or interest billed today) reverses
      *      the cycle's accrual in full -- the billed interest
      *      reaches income through CBGLJ01C -- and no accrual
      *      is taken that night, the bill running through the
      *      run date. An account that stops accruing has its
      *      open accrual reversed the night it stops.
      *   5. The night's accrual and reversals journal as two
      *      balanced pairs through the GLMAP 'AI'/0000 row
      *      ('**'/0000 SUSPENSE when none): the accrual debits
      *      the row's debit account (accrued interest
      *      receivable) and credits its credit account
      *      (interest income), a reversal swaps the pair --
      *      CBGLJ01C's sign convention, to this job's own
      *      ACRJRNL extract with a balancing proof that ABENDS
      *      on any mismatch, as CBCEL01C does.
      *   6. The report gives, per account group, the night's
      *      accrual, the unbilled accrual carried, and for
      *      the cycles closed tonight the accrual reversed
      *      against the interest billed and the difference.
      *
      * A rerun of the same date passes over every account
      * already accrued through it (ACR-LAST-ACCRUAL-DATE), so
      * nothing is journaled twice.
      *
      * Files accessed:
      *   TCATBALF  - Transaction category balance (KSDS,
      *               sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read,
      *               by card and by alternate key account)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               alternate key token)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   DISCGRP   - Disclosure group / interest rates (KSDS,
      *               random read)
      *   TRANFILE  - Transaction master (sequential input)
      *   INTACCR   - Interest accrual (KSDS, random I-O)
      *   CUSTDAT   - Customer master (KSDS, random read;
      *               optional)
      *   HARDSHIP  - Hardship plans (KSDS, random read;
      *               optional)
      *   NONACCR   - Nonaccrual status (KSDS, random read;
      *               optional)
      *   GLMAP     - GL account mapping (KSDS, random read)
      *   ACRJRNL   - Accrual journal extract (sequential
      *               output, 80 -- same layout as GLJRNL)
      *   ACRRPT    - Accrual report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date accrued through. Runs after CBACT04C, so
      * a close that night is seen the same night.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBACR01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

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

           SELECT DISCGRP-FILE ASSIGN TO DISCGRP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DISCGRP-KEY
                  FILE STATUS  IS DISCGRP-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT INTACCR-FILE ASSIGN TO INTACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACR-ACCT-ID
                  FILE STATUS  IS INTACCR-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT HARDSHIP-FILE ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-HDP-ACCT-ID
                  FILE STATUS  IS HARDSHIP-STATUS.

           SELECT NONACCR-FILE ASSIGN TO NONACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-NAC-ACCT-ID
                  FILE STATUS  IS NONACCR-STATUS.

           SELECT GLMAP-FILE ASSIGN TO GLMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-GLM-KEY
                  FILE STATUS  IS GLMAP-STATUS.

           SELECT ACRJRNL-FILE ASSIGN TO ACRJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACRJRNL-STATUS.

           SELECT ACRRPT-FILE ASSIGN TO ACRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ACRRPT-STATUS.

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
      * FD for the category balance VSAM (50 bytes)
       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

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

      * FD for the disclosure group VSAM (50 bytes)
       FD  DISCGRP-FILE.
       01  FD-DISCGRP-REC.
           05 FD-DISCGRP-KEY.
              10 FD-DIS-ACCT-GROUP-ID           PIC X(10).
              10 FD-DIS-TRAN-TYPE-CD            PIC X(02).
              10 FD-DIS-TRAN-CAT-CD             PIC 9(04).
           05 FD-DISCGRP-DATA                   PIC X(34).

      * FD for the transaction master -- 370-byte record,
      * same shape CBGLJ01C reads
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-DATA                     PIC X(304).
           05 FD-TRAN-PROC-TS                   PIC X(26).
           05 FD-FILLER                         PIC X(40).

      * FD for the interest accrual VSAM (120 bytes)
       FD  INTACCR-FILE.
       01  FD-INTACCR-REC.
           05 FD-ACR-ACCT-ID                    PIC 9(11).
           05 FD-ACR-DATA                       PIC X(109).

      * FD for customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the hardship plan VSAM (100 bytes)
       FD  HARDSHIP-FILE.
       01  FD-HARDSHIP-REC.
           05 FD-HDP-ACCT-ID                    PIC 9(11).
           05 FD-HDP-DATA                       PIC X(89).

      * FD for the nonaccrual status VSAM (100 bytes)
       FD  NONACCR-FILE.
       01  FD-NONACCR-REC.
           05 FD-NAC-ACCT-ID                    PIC 9(11).
           05 FD-NAC-DATA                       PIC X(89).

      * FD for the GL account mapping (60 bytes)
       FD  GLMAP-FILE.
       01  FD-GLMAP-REC.
           05 FD-GLM-KEY                        PIC X(06).
           05 FD-GLM-DATA                       PIC X(54).

      * FD for the accrual journal extract (80 bytes)
       FD  ACRJRNL-FILE.
       01  FD-ACRJRNL-REC                       PIC X(80).

      * FD for the accrual report (132-byte print)
       FD  ACRRPT-FILE.
       01  FD-ACRRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVTRA01Y: 50-byte category balance record
       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

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

      * CVTRA02Y: 50-byte disclosure group record
       COPY CVTRA02Y.
       01  DISCGRP-STATUS.
           05  DISCGRP-STAT1       PIC X.
           05  DISCGRP-STAT2       PIC X.

      * CVTRA05Y: transaction record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVACR01Y: 120-byte interest accrual record
       COPY CVACR01Y.
       01  INTACCR-STATUS.
           05  INTACCR-STAT1       PIC X.
           05  INTACCR-STAT2       PIC X.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.
       01  WS-CUSTDAT-AVAILABLE    PIC X(01) VALUE 'N'.

      * CVHDP01Y: 100-byte hardship/workout plan record
       COPY CVHDP01Y.
       01  HARDSHIP-STATUS.
           05  HARDSHIP-STAT1      PIC X.
           05  HARDSHIP-STAT2      PIC X.
       01  WS-HARDSHIP-AVAILABLE   PIC X(01) VALUE 'N'.

      * CVNAC01Y: 100-byte nonaccrual status record
       COPY CVNAC01Y.
       01  NONACCR-STATUS.
           05  NONACCR-STAT1       PIC X.
           05  NONACCR-STAT2       PIC X.
       01  WS-NONACCR-AVAILABLE    PIC X(01) VALUE 'N'.

      * CVGLM01Y: 60-byte GL account mapping record
       COPY CVGLM01Y.
       01  GLMAP-STATUS.
           05  GLMAP-STAT1         PIC X.
           05  GLMAP-STAT2         PIC X.

       01  ACRJRNL-STATUS.
           05  ACRJRNL-STAT1       PIC X.
           05  ACRJRNL-STAT2       PIC X.

       01  ACRRPT-STATUS.
           05  ACRRPT-STAT1        PIC X.
           05  ACRRPT-STAT2        PIC X.

      * Accrual journal record -- the same 80-byte shape
      * CBGLJ01C writes to GLJRNL, so the GL intake treats both
      * extracts alike.
       01  JRNL-RECORD.
           05  JRNL-BUS-DATE            PIC X(10).
           05  JRNL-GL-ACCT             PIC X(08).
           05  JRNL-DR-CR               PIC X(01).
               88  JRNL-DEBIT           VALUE 'D'.
               88  JRNL-CREDIT          VALUE 'C'.
           05  JRNL-AMOUNT              PIC S9(11)V99.
           05  JRNL-TRAN-TYPE-CD        PIC X(02).
           05  JRNL-TRAN-CAT-CD         PIC 9(04).
           05  JRNL-DESC                PIC X(30).
           05  FILLER                   PIC X(12).

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBACR01C'.
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

      * Interest billed on the run date, by account, from the
      * transaction master pre-pass. Same fixed OCCURS/linear-
      * SEARCH idiom as CBACT04C's pre-pass tables.
       01 WS-BIL-TABLE.
           05 WS-BIL-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-BIL-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-BIL-IDX.
              10 WS-BIL-ACCT-ID         PIC 9(11).
              10 WS-BIL-AMT             PIC S9(09)V99 COMP-3.

      * Per-group accumulation for the report, in order of
      * first sight
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-GRP-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-GRP-IDX.
              10 WS-GRP-GROUP-ID        PIC X(10).
              10 WS-GRP-ACCTS           PIC 9(07) COMP-3.
              10 WS-GRP-DAY-ACCR        PIC S9(11)V99 COMP-3.
              10 WS-GRP-UNBILLED        PIC S9(11)V99 COMP-3.
              10 WS-GRP-CLOSED          PIC 9(07) COMP-3.
              10 WS-GRP-REVERSED        PIC S9(11)V99 COMP-3.
              10 WS-GRP-BILLED          PIC S9(11)V99 COMP-3.
              10 WS-GRP-STOPPED         PIC S9(11)V99 COMP-3.
       01 WS-GRP-I                      PIC S9(04) COMP VALUE 0.

      * The account in hand, set at each account break
       01 WS-ACCT-STATE.
           05 WS-FIRST-TIME             PIC X(01) VALUE 'Y'.
           05 WS-LAST-ACCT-NUM          PIC 9(11) VALUE 0.
           05 WS-ACCT-SKIP              PIC X(01) VALUE 'N'.
           05 WS-ACR-ON-FILE            PIC X(01) VALUE 'N'.
           05 WS-ACCRUING               PIC X(01) VALUE 'N'.
           05 WS-CYCLE-CLOSED           PIC X(01) VALUE 'N'.
           05 WS-ACCT-DECEASED          PIC X(01) VALUE 'N'.
           05 WS-ON-NONACCRUAL          PIC X(01) VALUE 'N'.
           05 WS-SCRA-ACTIVE            PIC X(01) VALUE 'N'.
           05 WS-HARDSHIP-ACTIVE        PIC X(01) VALUE 'N'.
           05 WS-ACCR-DAYS              PIC S9(05) COMP VALUE 0.
           05 WS-BILLED-TODAY           PIC S9(09)V99 VALUE 0.
           05 WS-ACCT-DAY-ACCR          PIC S9(09)V99 VALUE 0.

      * Rate and accrual work fields
       01 WS-MISC-VARS.
           05 WS-EFFECTIVE-INT-RATE     PIC S9(04)V99 VALUE 0.
      * The SCRA statutory maximum annual rate, as CBACT04C
           05 WS-SCRA-RATE-CAP          PIC S9(04)V99 VALUE 6.00.
           05 WS-CAT-ACCR               PIC S9(09)V99 VALUE 0.
           05 WS-REVERSAL-AMT           PIC S9(11)V99 VALUE 0.
           05 WS-VARIANCE               PIC S9(11)V99 VALUE 0.
           05 WS-ABS-AMT                PIC S9(11)V99 VALUE 0.
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-JRNL-DIRECTION         PIC X(08).
           05 WS-JRNL-GL-ACCT           PIC X(08).
      * The accrual mapping key, and the suspense fallback
      * when no AI row is on GLMAP
           05 WS-AI-GLMAP-KEY           PIC X(06) VALUE 'AI0000'.
           05 WS-SUSPENSE-KEY           PIC X(06) VALUE '**0000'.

      * Date work fields: YYYY-MM-DD to integer day number
       01 WS-DATE-YMD.
           05 WS-DATE-YYYY              PIC 9(04).
           05 WS-DATE-MM                PIC 9(02).
           05 WS-DATE-DD                PIC 9(02).
       01 WS-DATE-YMD-9 REDEFINES WS-DATE-YMD
                                        PIC 9(08).
       01 WS-DATE-X10                   PIC X(10).
       01 WS-DATE-INT                   PIC S9(09) COMP.
       01 WS-RUN-DATE-INT               PIC S9(09) COMP.

       01 WS-COUNTERS.
           05 WS-CATBAL-COUNT           PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-ACCRUED-COUNT          PIC 9(09) VALUE 0.
           05 WS-CLOSED-COUNT           PIC 9(09) VALUE 0.
           05 WS-STOPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-RERUN-SKIP-COUNT       PIC 9(09) VALUE 0.
           05 WS-NO-ACCT-COUNT          PIC 9(09) VALUE 0.
           05 WS-BILLED-TRAN-COUNT      PIC 9(09) VALUE 0.
           05 WS-JRNL-COUNT             PIC 9(09) VALUE 0.
           05 WS-TOTAL-DEBITS           PIC S9(13)V99 VALUE 0.
           05 WS-TOTAL-CREDITS          PIC S9(13)V99 VALUE 0.
      * Report accumulators: the whole book
       01 WS-REPORT-TOTALS.
           05 WS-TOT-ACCTS              PIC 9(09) VALUE 0.
           05 WS-TOT-DAY-ACCR           PIC S9(13)V99 VALUE 0.
           05 WS-TOT-UNBILLED           PIC S9(13)V99 VALUE 0.
           05 WS-TOT-CLOSED             PIC 9(09) VALUE 0.
           05 WS-TOT-REVERSED           PIC S9(13)V99 VALUE 0.
           05 WS-TOT-BILLED             PIC S9(13)V99 VALUE 0.
           05 WS-TOT-STOPPED            PIC S9(13)V99 VALUE 0.

      * Accrual report lines (sole-writer convention)
       01 WS-ACR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'DAILY INTEREST ACCRUAL RECONCILIATION'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN DATE : '.
           05 WS-ACR-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-ACR-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'GROUP        ACCTS    TONIGHT ACCR   UNBILLE'.
           05 FILLER                    PIC X(44) VALUE
              'D ACCR CLOSED   ACCR REVERSED          BILLE'.
           05 FILLER                    PIC X(44) VALUE
              'D        VARIANCE     STOPPED REV           '.
       01 WS-ACR-RPT-LINE.
           05 WS-ACR-RPT-GROUP          PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-ACCTS          PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-DAY-ACCR       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-UNBILLED       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-CLOSED         PIC Z(05)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-REVERSED       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-BILLED         PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-VARIANCE       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ACR-RPT-STOPPED        PIC -(11)9.99.
           05 FILLER                    PIC X(11) VALUE SPACES.
       01 WS-ACR-RPT-TOTAL-LINE.
           05 WS-ACR-RPT-TOT-LABEL      PIC X(30).
           05 WS-ACR-RPT-TOT-AMT        PIC -(12)9.99.
           05 FILLER                    PIC X(86) VALUE SPACES.
       01 WS-ACR-RPT-COUNT-LINE.
           05 WS-ACR-RPT-CNT-LABEL      PIC X(30).
           05 WS-ACR-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-ACR-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date accrued through,
      * YYYY-MM-DD, same interface as CBCEL01C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: takes the day's billed interest, accrues
      * account by account, reports, journals and proves.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBACR01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE TO WS-DATE-X10
           PERFORM 1900-DATE-TO-INTEGER
           MOVE WS-DATE-INT TO WS-RUN-DATE-INT
           PERFORM 0000-TCATBALF-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0150-TOKNVLT-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0250-DISCGRP-OPEN.
           PERFORM 0300-TRANFILE-OPEN.
           PERFORM 0350-INTACCR-OPEN.
           PERFORM 0400-GLMAP-OPEN.
           PERFORM 0450-ACRJRNL-OPEN.
           PERFORM 0500-ACRRPT-OPEN.
           PERFORM 0575-CUSTDAT-OPEN.
           PERFORM 0576-HARDSHIP-OPEN.
           PERFORM 0578-NONACCR-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-BILLED-INTEREST.

           PERFORM 2000-PROCESS-NEXT-CATBAL
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 5000-PRINT-REPORT.

           PERFORM 6000-JOURNAL-ACCRUAL
              THRU 6000-JOURNAL-ACCRUAL-EXIT.
           PERFORM 6900-BALANCING-PROOF.

           PERFORM 9000-TCATBALF-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9150-TOKNVLT-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9250-DISCGRP-CLOSE.
           PERFORM 9300-TRANFILE-CLOSE.
           PERFORM 9350-INTACCR-CLOSE.
           PERFORM 9400-GLMAP-CLOSE.
           PERFORM 9450-ACRJRNL-CLOSE.
           PERFORM 9500-ACRRPT-CLOSE.
           PERFORM 9575-CUSTDAT-CLOSE.
           PERFORM 9576-HARDSHIP-CLOSE.
           PERFORM 9578-NONACCR-CLOSE.

           DISPLAY 'BILLED INTEREST TRANS  :' WS-BILLED-TRAN-COUNT
           DISPLAY 'CATEGORY BALANCES READ :' WS-CATBAL-COUNT
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS ACCRUED       :' WS-ACCRUED-COUNT
           DISPLAY 'CYCLES CLOSED          :' WS-CLOSED-COUNT
           DISPLAY 'ACCRUALS STOPPED       :' WS-STOPPED-COUNT
           DISPLAY 'ALREADY ACCRUED (RERUN):' WS-RERUN-SKIP-COUNT
           DISPLAY 'NO ACCOUNT MASTER      :' WS-NO-ACCT-COUNT
           DISPLAY 'JOURNAL RECORDS WRITTEN:' WS-JRNL-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBACR01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Pre-pass over the transaction master: the interest
      * CBACT04C billed on the run date, summed by account.
      *---------------------------------------------------------------*
       1000-LOAD-BILLED-INTEREST.
           PERFORM 1050-TRANFILE-GET-NEXT
           PERFORM 1010-TAKE-BILLED-INTEREST
              UNTIL WS-TRAN-EOF = 'Y'
           DISPLAY 'ACCOUNTS BILLED TODAY  :' WS-BIL-ENTRIES-USED
           EXIT.
      *---------------------------------------------------------------*
      * Folds the current transaction into WS-BIL-TABLE when it
      * is interest processed on the run date, then reads the
      * next. The posting carries the card's vault token; it is
      * resolved back to the real number for the cross-
      * reference, as CBACT04C does. A card with no cross-
      * reference is passed over.
      *---------------------------------------------------------------*
       1010-TAKE-BILLED-INTEREST.
           IF  TRAN-TYPE-CD = '01'
               AND TRAN-CAT-CD = 5
               AND TRAN-PROC-TS(1:10) = PARM-DATE
               IF  TRAN-CARD-NUM(1:2) = '99'
                   MOVE TRAN-CARD-NUM TO FD-TKV-TOKEN-ID
                   READ TOKNVLT-FILE
                    KEY IS FD-TKV-TOKEN-ID
                       INVALID KEY
                          MOVE TRAN-CARD-NUM TO FD-XREF-CARD-NUM
                       NOT INVALID KEY
                          MOVE FD-TKV-CARD-NUM TO FD-XREF-CARD-NUM
                   END-READ
               ELSE
                   MOVE TRAN-CARD-NUM TO FD-XREF-CARD-NUM
               END-IF
               READ XREF-FILE INTO CARD-XREF-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  XREFFILE-STATUS = '00'
                   ADD 1 TO WS-BILLED-TRAN-COUNT
                   PERFORM 1020-ADD-BILLED-ENTRY
               END-IF
           END-IF
           PERFORM 1050-TRANFILE-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Finds or adds the cross-reference account's entry and
      * adds the interest to it.
      *---------------------------------------------------------------*
       1020-ADD-BILLED-ENTRY.
           SET WS-BIL-IDX TO 1
           SEARCH WS-BIL-ENTRY
              AT END
                 IF WS-BIL-ENTRIES-USED < 5000
                     ADD 1 TO WS-BIL-ENTRIES-USED
                     SET WS-BIL-IDX TO WS-BIL-ENTRIES-USED
                     MOVE XREF-ACCT-ID TO WS-BIL-ACCT-ID (WS-BIL-IDX)
                     MOVE TRAN-AMT     TO WS-BIL-AMT (WS-BIL-IDX)
                 ELSE
                     DISPLAY 'BILLED TABLE FULL: ' XREF-ACCT-ID
                     PERFORM 9999-ABEND-PROGRAM
                 END-IF
              WHEN WS-BIL-ACCT-ID (WS-BIL-IDX) = XREF-ACCT-ID
                 ADD TRAN-AMT TO WS-BIL-AMT (WS-BIL-IDX)
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next transaction master record.
      *---------------------------------------------------------------*
       1050-TRANFILE-GET-NEXT.
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
      * Converts the YYYY-MM-DD date in WS-DATE-X10 to its
      * integer day number in WS-DATE-INT.
      *---------------------------------------------------------------*
       1900-DATE-TO-INTEGER.
           MOVE WS-DATE-X10(1:4) TO WS-DATE-YYYY
           MOVE WS-DATE-X10(6:2) TO WS-DATE-MM
           MOVE WS-DATE-X10(9:2) TO WS-DATE-DD
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next category balance. At each account break
      * the account before it is finished and the new one set
      * up; every category then accrues for its account.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-CATBAL.
           PERFORM 2900-TCATBALF-GET-NEXT
           IF  END-OF-FILE = 'Y'
               IF  WS-FIRST-TIME = 'N'
                   PERFORM 3000-FINISH-ACCOUNT
                      THRU 3000-FINISH-ACCOUNT-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-CATBAL-COUNT
               IF  TRANCAT-ACCT-ID NOT = WS-LAST-ACCT-NUM
                   OR WS-FIRST-TIME = 'Y'
                   IF  WS-FIRST-TIME = 'N'
                       PERFORM 3000-FINISH-ACCOUNT
                          THRU 3000-FINISH-ACCOUNT-EXIT
                   END-IF
                   MOVE 'N' TO WS-FIRST-TIME
                   MOVE TRANCAT-ACCT-ID TO WS-LAST-ACCT-NUM
                   PERFORM 2100-START-ACCOUNT
                      THRU 2100-START-ACCOUNT-EXIT
               END-IF
               PERFORM 2200-ACCRUE-CATEGORY
                  THRU 2200-ACCRUE-CATEGORY-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets up the account just reached: its master record,
      * its accrual record, whether the cycle closed tonight,
      * whether it accrues at all, and the holder's SCRA and
      * hardship standing for the rate selection.
      *---------------------------------------------------------------*
       2100-START-ACCOUNT.
           MOVE 'N' TO WS-ACCT-SKIP
           MOVE 'N' TO WS-ACCRUING
           MOVE 'N' TO WS-CYCLE-CLOSED
           MOVE 'N' TO WS-SCRA-ACTIVE
           MOVE 'N' TO WS-HARDSHIP-ACTIVE
           MOVE 0   TO WS-ACCT-DAY-ACCR
           MOVE 0   TO WS-BILLED-TODAY
           ADD 1    TO WS-ACCT-COUNT

           MOVE TRANCAT-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   DISPLAY 'ACCOUNT NOT FOUND: ' TRANCAT-ACCT-ID
                   ADD 1 TO WS-NO-ACCT-COUNT
                   MOVE 'Y' TO WS-ACCT-SKIP
                   GO TO 2100-START-ACCOUNT-EXIT
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE

           PERFORM 2110-READ-ACCRUAL
           IF  WS-ACR-ON-FILE = 'Y'
               AND ACR-LAST-ACCRUAL-DATE NOT < PARM-DATE
               ADD 1 TO WS-RERUN-SKIP-COUNT
               MOVE 'Y' TO WS-ACCT-SKIP
               GO TO 2100-START-ACCOUNT-EXIT
           END-IF

      *    Nights since the account last accrued -- one on first
      *    sight, more after a missed night
           MOVE 1 TO WS-ACCR-DAYS
           IF  WS-ACR-ON-FILE = 'Y'
               AND ACR-LAST-ACCRUAL-DATE NOT = SPACES
               MOVE ACR-LAST-ACCRUAL-DATE TO WS-DATE-X10
               PERFORM 1900-DATE-TO-INTEGER
               COMPUTE WS-ACCR-DAYS = WS-RUN-DATE-INT - WS-DATE-INT
           END-IF

      *    The cycle closed tonight: interest billed today, or
      *    the due date moved on since the cycle began
           SET WS-BIL-IDX TO 1
           SEARCH WS-BIL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-BIL-IDX > WS-BIL-ENTRIES-USED
                 CONTINUE
              WHEN WS-BIL-ACCT-ID (WS-BIL-IDX) = ACCT-ID
                 MOVE WS-BIL-AMT (WS-BIL-IDX) TO WS-BILLED-TODAY
           END-SEARCH
           IF  WS-BILLED-TODAY NOT = ZERO
               MOVE 'Y' TO WS-CYCLE-CLOSED
           END-IF
           IF  WS-ACR-ON-FILE = 'Y'
               AND ACR-CYCLE-DUE-DATE NOT = ACCT-PAY-DUE-DATE
               MOVE 'Y' TO WS-CYCLE-CLOSED
           END-IF

      *    What CBACT04C would bill nothing on accrues nothing
           IF  ACCT-IS-CHARGED-OFF
               GO TO 2100-START-ACCOUNT-EXIT
           END-IF
           PERFORM 2120-GET-HOLDER-FLAGS
              THRU 2120-GET-HOLDER-FLAGS-EXIT
           PERFORM 2130-CHECK-NONACCRUAL
           IF  WS-ACCT-DECEASED = 'Y'
               OR WS-ON-NONACCRUAL = 'Y'
               GO TO 2100-START-ACCOUNT-EXIT
           END-IF
           PERFORM 2140-GET-HARDSHIP-PLAN
           MOVE 'Y' TO WS-ACCRUING
           .
       2100-START-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the account's accrual record; a new account gets
      * a fresh one, its cycle taken as beginning now.
      *---------------------------------------------------------------*
       2110-READ-ACCRUAL.
           MOVE 'N'     TO WS-ACR-ON-FILE
           MOVE ACCT-ID TO FD-ACR-ACCT-ID
           READ INTACCR-FILE INTO INTEREST-ACCRUAL-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE INTACCR-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ACR-ON-FILE
               WHEN '23'
                   INITIALIZE INTEREST-ACCRUAL-RECORD
                   MOVE ACCT-ID           TO ACR-ACCT-ID
                   MOVE ACCT-PAY-DUE-DATE TO ACR-CYCLE-DUE-DATE
                   SET ACR-STATUS-ACCRUING TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING INTEREST ACCRUAL FILE'
                   MOVE INTACCR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * The holder's flags, as CBACT04C's 1130 reads them: a
      * deceased holder stops the accrual, SCRA protection in
      * force on
      * the run date caps the rate. A customer the read cannot
      * find reads as living and unprotected.
      *---------------------------------------------------------------*
       2120-GET-HOLDER-FLAGS.
           MOVE 'N' TO WS-ACCT-DECEASED
           IF  WS-CUSTDAT-AVAILABLE NOT = 'Y'
               GO TO 2120-GET-HOLDER-FLAGS-EXIT
           END-IF
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  GO TO 2120-GET-HOLDER-FLAGS-EXIT
           END-READ
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  GO TO 2120-GET-HOLDER-FLAGS-EXIT
           END-READ
           IF  CUST-IS-DECEASED
               MOVE 'Y' TO WS-ACCT-DECEASED
           END-IF
           IF  CUST-SCRA-PROTECTED
               AND CUST-SCRA-START-DATE <= PARM-DATE
               AND (CUST-SCRA-END-DATE = SPACES
                    OR CUST-SCRA-END-DATE >= PARM-DATE)
               MOVE 'Y' TO WS-SCRA-ACTIVE
           END-IF
           .
       2120-GET-HOLDER-FLAGS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * An account on nonaccrual -- placed, or placed by finance
      * and awaiting its reversal -- accrues nothing.
      *---------------------------------------------------------------*
       2130-CHECK-NONACCRUAL.
           MOVE 'N' TO WS-ON-NONACCRUAL
           IF  WS-NONACCR-AVAILABLE = 'Y'
               MOVE ACCT-ID TO FD-NAC-ACCT-ID
               READ NONACCR-FILE INTO NONACCRUAL-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  NONACCR-STATUS = '00'
                   AND NAC-ON-NONACCRUAL
                   MOVE 'Y' TO WS-ON-NONACCRUAL
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * An ACTIVE hardship plan whose window covers the run date
      * holds the account at the plan rate (CBACT04C's 1160).
      *---------------------------------------------------------------*
       2140-GET-HARDSHIP-PLAN.
           IF  WS-HARDSHIP-AVAILABLE = 'Y'
               MOVE ACCT-ID TO FD-HDP-ACCT-ID
               READ HARDSHIP-FILE INTO HARDSHIP-PLAN-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  HARDSHIP-STATUS = '00'
                   AND HDP-STATUS-ACTIVE
                   AND HDP-START-DATE <= PARM-DATE
                   AND HDP-END-DATE >= PARM-DATE
                   MOVE 'Y' TO WS-HARDSHIP-ACTIVE
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Accrues the category in hand for the nights since the
      * account last accrued, at the rate CBACT04C would bill.
      *---------------------------------------------------------------*
       2200-ACCRUE-CATEGORY.
           IF  WS-ACCT-SKIP = 'Y'
               OR WS-ACCRUING = 'N'
               OR WS-CYCLE-CLOSED = 'Y'
               OR WS-ACCR-DAYS < 1
               OR TRANCAT-TYPE-CD = '11'
               OR TRAN-CAT-BAL NOT > ZERO
               GO TO 2200-ACCRUE-CATEGORY-EXIT
           END-IF
      *    Purchases carry a grace period while the account does
      *    not revolve
           IF  TRANCAT-TYPE-CD = '01'
               AND ACCT-PRIOR-STMT-BAL NOT > ZERO
               GO TO 2200-ACCRUE-CATEGORY-EXIT
           END-IF

           PERFORM 2300-GET-INTEREST-RATE
           IF  WS-EFFECTIVE-INT-RATE NOT > ZERO
               GO TO 2200-ACCRUE-CATEGORY-EXIT
           END-IF

           COMPUTE WS-CAT-ACCR ROUNDED =
              (TRAN-CAT-BAL * WS-EFFECTIVE-INT-RATE * WS-ACCR-DAYS)
               / 36500
           ADD WS-CAT-ACCR TO WS-ACCT-DAY-ACCR
           .
       2200-ACCRUE-CATEGORY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * CBACT04C's rate selection for the category in hand:
      * the disclosure group row (DEFAULT when the group has
      * none), the promotional rate while unexpired, the
      * penalty rate while penalty priced (zero or spaces on
      * the row means none), the hardship plan rate, and the
      * SCRA cap over all of them.
      *---------------------------------------------------------------*
       2300-GET-INTEREST-RATE.
           MOVE ACCT-GROUP-ID   TO FD-DIS-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD TO FD-DIS-TRAN-TYPE-CD
           MOVE TRANCAT-CD      TO FD-DIS-TRAN-CAT-CD
           READ DISCGRP-FILE INTO DIS-GROUP-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF  DISCGRP-STATUS = '23'
               MOVE 'DEFAULT' TO FD-DIS-ACCT-GROUP-ID
               READ DISCGRP-FILE INTO DIS-GROUP-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
           END-IF
           IF  DISCGRP-STATUS NOT = '00'
               DISPLAY 'ERROR READING DISCLOSURE GROUP FILE'
               MOVE DISCGRP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           IF  DIS-PROMO-EXPIRY-DATE NOT = SPACES
                                  AND NOT = LOW-VALUES
               AND DIS-PROMO-EXPIRY-DATE NOT < PARM-DATE
               MOVE DIS-PROMO-INT-RATE TO WS-EFFECTIVE-INT-RATE
           ELSE
               MOVE DIS-INT-RATE       TO WS-EFFECTIVE-INT-RATE
           END-IF
           IF  ACCT-PENALTY-PRICED
               AND DIS-PENALTY-INT-RATE NUMERIC
               AND DIS-PENALTY-INT-RATE NOT = ZERO
               MOVE DIS-PENALTY-INT-RATE TO WS-EFFECTIVE-INT-RATE
           END-IF
           IF  WS-HARDSHIP-ACTIVE = 'Y'
               MOVE HDP-PLAN-RATE TO WS-EFFECTIVE-INT-RATE
           END-IF
           IF  WS-SCRA-ACTIVE = 'Y'
               AND WS-EFFECTIVE-INT-RATE > WS-SCRA-RATE-CAP
               MOVE WS-SCRA-RATE-CAP TO WS-EFFECTIVE-INT-RATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next category balance in key order.
      *---------------------------------------------------------------*
       2900-TCATBALF-GET-NEXT.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD.
           IF  TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  TCATBALF-STATUS = '10'
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
                   DISPLAY 'ERROR READING CATEGORY BALANCE FILE'
                   MOVE TCATBALF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Finishes the account before the break: a closed cycle
      * reverses its accrual and records the bill, a stopped
      * account reverses what it had accrued, an accruing one
      * takes the night's accrual. The accrual record is then
      * written back, stamped accrued through the run date.
      *---------------------------------------------------------------*
       3000-FINISH-ACCOUNT.
           IF  WS-ACCT-SKIP = 'Y'
               GO TO 3000-FINISH-ACCOUNT-EXIT
           END-IF
           PERFORM 3100-FIND-GROUP

           EVALUATE TRUE
               WHEN WS-CYCLE-CLOSED = 'Y'
                   MOVE ACR-CYCLE-ACCRUED TO WS-REVERSAL-AMT
                   ADD 1                  TO WS-CLOSED-COUNT
                   ADD 1                  TO WS-GRP-CLOSED (WS-GRP-IDX)
                   ADD WS-REVERSAL-AMT
                     TO WS-GRP-REVERSED (WS-GRP-IDX)
                   ADD WS-BILLED-TODAY
                     TO WS-GRP-BILLED (WS-GRP-IDX)
                   MOVE PARM-DATE         TO ACR-LAST-CLOSE-DATE
                   MOVE WS-BILLED-TODAY   TO ACR-LAST-BILLED
                   MOVE WS-REVERSAL-AMT   TO ACR-LAST-REVERSED
                   MOVE 0                 TO ACR-CYCLE-ACCRUED
                   MOVE 0                 TO ACR-DAY-ACCRUED
                   MOVE SPACES            TO ACR-CYCLE-START-DATE
                   MOVE ACCT-PAY-DUE-DATE TO ACR-CYCLE-DUE-DATE
                   IF  WS-ACCRUING = 'Y'
                       SET ACR-STATUS-ACCRUING TO TRUE
                   ELSE
                       SET ACR-STATUS-STOPPED  TO TRUE
                   END-IF
               WHEN WS-ACCRUING = 'N'
                   IF  ACR-CYCLE-ACCRUED NOT = ZERO
                       ADD 1 TO WS-STOPPED-COUNT
                       ADD ACR-CYCLE-ACCRUED
                         TO WS-GRP-STOPPED (WS-GRP-IDX)
                   END-IF
                   MOVE 0                 TO ACR-CYCLE-ACCRUED
                   MOVE 0                 TO ACR-DAY-ACCRUED
                   SET ACR-STATUS-STOPPED TO TRUE
               WHEN OTHER
                   ADD WS-ACCT-DAY-ACCR   TO ACR-CYCLE-ACCRUED
                   MOVE WS-ACCT-DAY-ACCR  TO ACR-DAY-ACCRUED
                   IF  ACR-CYCLE-START-DATE = SPACES
                       MOVE PARM-DATE     TO ACR-CYCLE-START-DATE
                   END-IF
                   SET ACR-STATUS-ACCRUING TO TRUE
                   ADD 1                  TO WS-ACCRUED-COUNT
                   ADD 1                  TO WS-GRP-ACCTS (WS-GRP-IDX)
                   ADD WS-ACCT-DAY-ACCR
                     TO WS-GRP-DAY-ACCR (WS-GRP-IDX)
           END-EVALUATE

           ADD ACR-CYCLE-ACCRUED TO WS-GRP-UNBILLED (WS-GRP-IDX)
           MOVE ACCT-GROUP-ID    TO ACR-GROUP-ID
           MOVE PARM-DATE        TO ACR-LAST-ACCRUAL-DATE
           PERFORM 3900-WRITE-ACCRUAL
           .
       3000-FINISH-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-GRP-IDX at the account's group, adding it on
      * first sight.
      *---------------------------------------------------------------*
       3100-FIND-GROUP.
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
              AT END
                 DISPLAY 'GROUP TABLE FULL: ' ACCT-GROUP-ID
                 PERFORM 9999-ABEND-PROGRAM
              WHEN WS-GRP-IDX > WS-GRP-ENTRIES-USED
                 ADD 1 TO WS-GRP-ENTRIES-USED
                 MOVE ACCT-GROUP-ID TO WS-GRP-GROUP-ID (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-ACCTS (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-DAY-ACCR (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-UNBILLED (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-CLOSED (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-REVERSED (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-BILLED (WS-GRP-IDX)
                 MOVE ZERO TO WS-GRP-STOPPED (WS-GRP-IDX)
              WHEN WS-GRP-GROUP-ID (WS-GRP-IDX) = ACCT-GROUP-ID
                 CONTINUE
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Writes a new accrual record or rewrites the one read.
      * Abends on failure.
      *---------------------------------------------------------------*
       3900-WRITE-ACCRUAL.
           MOVE ACR-ACCT-ID TO FD-ACR-ACCT-ID
           IF  WS-ACR-ON-FILE = 'Y'
               REWRITE FD-INTACCR-REC FROM INTEREST-ACCRUAL-RECORD
           ELSE
               WRITE FD-INTACCR-REC FROM INTEREST-ACCRUAL-RECORD
           END-IF
           IF  INTACCR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The reconciliation: one line per account group, then
      * the book's totals.
      *---------------------------------------------------------------*
       5000-PRINT-REPORT.
           MOVE PARM-DATE TO WS-ACR-RPT-RUN-DATE
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-HEADER
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-BLANK
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-COL-HDR
           PERFORM 5100-PRINT-GROUP-LINE
              VARYING WS-GRP-I FROM 1 BY 1
              UNTIL WS-GRP-I > WS-GRP-ENTRIES-USED

           MOVE 'TOTAL'            TO WS-ACR-RPT-GROUP
           MOVE WS-TOT-ACCTS       TO WS-ACR-RPT-ACCTS
           MOVE WS-TOT-DAY-ACCR    TO WS-ACR-RPT-DAY-ACCR
           MOVE WS-TOT-UNBILLED    TO WS-ACR-RPT-UNBILLED
           MOVE WS-TOT-CLOSED      TO WS-ACR-RPT-CLOSED
           MOVE WS-TOT-REVERSED    TO WS-ACR-RPT-REVERSED
           MOVE WS-TOT-BILLED      TO WS-ACR-RPT-BILLED
           COMPUTE WS-ACR-RPT-VARIANCE =
              WS-TOT-BILLED - WS-TOT-REVERSED
           MOVE WS-TOT-STOPPED     TO WS-ACR-RPT-STOPPED
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-BLANK
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-LINE

           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-BLANK
           MOVE 'ACCOUNTS READ          : ' TO WS-ACR-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT               TO WS-ACR-RPT-CNT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-COUNT-LINE
           MOVE 'ALREADY ACCRUED (RERUN): ' TO WS-ACR-RPT-CNT-LABEL
           MOVE WS-RERUN-SKIP-COUNT         TO WS-ACR-RPT-CNT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-COUNT-LINE
           MOVE 'NO ACCOUNT MASTER      : ' TO WS-ACR-RPT-CNT-LABEL
           MOVE WS-NO-ACCT-COUNT            TO WS-ACR-RPT-CNT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * One group's line; the variance is the interest billed
      * on the cycles closed tonight less the accrual reversed
      * against them.
      *---------------------------------------------------------------*
       5100-PRINT-GROUP-LINE.
           SET WS-GRP-IDX TO WS-GRP-I
           COMPUTE WS-VARIANCE =
              WS-GRP-BILLED (WS-GRP-IDX) - WS-GRP-REVERSED (WS-GRP-IDX)
           MOVE WS-GRP-GROUP-ID (WS-GRP-IDX) TO WS-ACR-RPT-GROUP
           MOVE WS-GRP-ACCTS (WS-GRP-IDX)    TO WS-ACR-RPT-ACCTS
           MOVE WS-GRP-DAY-ACCR (WS-GRP-IDX) TO WS-ACR-RPT-DAY-ACCR
           MOVE WS-GRP-UNBILLED (WS-GRP-IDX) TO WS-ACR-RPT-UNBILLED
           MOVE WS-GRP-CLOSED (WS-GRP-IDX)   TO WS-ACR-RPT-CLOSED
           MOVE WS-GRP-REVERSED (WS-GRP-IDX) TO WS-ACR-RPT-REVERSED
           MOVE WS-GRP-BILLED (WS-GRP-IDX)   TO WS-ACR-RPT-BILLED
           MOVE WS-VARIANCE                  TO WS-ACR-RPT-VARIANCE
           MOVE WS-GRP-STOPPED (WS-GRP-IDX)  TO WS-ACR-RPT-STOPPED
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-LINE

           ADD WS-GRP-ACCTS (WS-GRP-IDX)    TO WS-TOT-ACCTS
           ADD WS-GRP-DAY-ACCR (WS-GRP-IDX) TO WS-TOT-DAY-ACCR
           ADD WS-GRP-UNBILLED (WS-GRP-IDX) TO WS-TOT-UNBILLED
           ADD WS-GRP-CLOSED (WS-GRP-IDX)   TO WS-TOT-CLOSED
           ADD WS-GRP-REVERSED (WS-GRP-IDX) TO WS-TOT-REVERSED
           ADD WS-GRP-BILLED (WS-GRP-IDX)   TO WS-TOT-BILLED
           ADD WS-GRP-STOPPED (WS-GRP-IDX)  TO WS-TOT-STOPPED
           EXIT.
      *---------------------------------------------------------------*
      * Journals the night's accrual and the reversals (closed
      * cycles and stopped accounts together) through the
      * GLMAP 'AI'/0000 row, suspense when there is none.
      *---------------------------------------------------------------*
       6000-JOURNAL-ACCRUAL.
           COMPUTE WS-REVERSAL-AMT = WS-TOT-REVERSED + WS-TOT-STOPPED
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-BLANK
           MOVE 'INTEREST ACCRUED       : ' TO WS-ACR-RPT-TOT-LABEL
           MOVE WS-TOT-DAY-ACCR             TO WS-ACR-RPT-TOT-AMT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE
           MOVE 'ACCRUAL REVERSED       : ' TO WS-ACR-RPT-TOT-LABEL
           MOVE WS-REVERSAL-AMT             TO WS-ACR-RPT-TOT-AMT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE
           MOVE 'UNBILLED ACCRUAL CARRIED: ' TO WS-ACR-RPT-TOT-LABEL
           MOVE WS-TOT-UNBILLED             TO WS-ACR-RPT-TOT-AMT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE

           IF  WS-TOT-DAY-ACCR = ZERO
               AND WS-REVERSAL-AMT = ZERO
               GO TO 6000-JOURNAL-ACCRUAL-EXIT
           END-IF

           MOVE WS-AI-GLMAP-KEY TO FD-GLM-KEY
           READ GLMAP-FILE INTO GL-MAP-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF  GLMAP-STATUS = '23'
               MOVE WS-SUSPENSE-KEY TO FD-GLM-KEY
               READ GLMAP-FILE INTO GL-MAP-RECORD
                  INVALID KEY
                     DISPLAY 'NO SUSPENSE ROW ON GLMAP'
                     PERFORM 9999-ABEND-PROGRAM
               END-READ
           END-IF
           IF  GLMAP-STATUS NOT = '00'
               DISPLAY 'ERROR READING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           IF  WS-TOT-DAY-ACCR > ZERO
               MOVE 'ACCRUAL'  TO WS-JRNL-DIRECTION
               MOVE WS-TOT-DAY-ACCR TO WS-ABS-AMT
               MOVE GLM-DEBIT-GL-ACCT  TO WS-JRNL-GL-ACCT
               PERFORM 6100-WRITE-JRNL-DEBIT
               MOVE GLM-CREDIT-GL-ACCT TO WS-JRNL-GL-ACCT
               PERFORM 6200-WRITE-JRNL-CREDIT
           END-IF
           IF  WS-REVERSAL-AMT > ZERO
               MOVE 'REVERSAL' TO WS-JRNL-DIRECTION
               MOVE WS-REVERSAL-AMT TO WS-ABS-AMT
               MOVE GLM-CREDIT-GL-ACCT TO WS-JRNL-GL-ACCT
               PERFORM 6100-WRITE-JRNL-DEBIT
               MOVE GLM-DEBIT-GL-ACCT  TO WS-JRNL-GL-ACCT
               PERFORM 6200-WRITE-JRNL-CREDIT
           END-IF
           .
       6000-JOURNAL-ACCRUAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The debit leg, to the GL account in WS-JRNL-GL-ACCT.
      *---------------------------------------------------------------*
       6100-WRITE-JRNL-DEBIT.
           PERFORM 6300-FORMAT-JRNL-REC
           SET JRNL-DEBIT              TO TRUE
           PERFORM 6400-WRITE-JRNL-REC
           ADD WS-ABS-AMT TO WS-TOTAL-DEBITS
           EXIT.
      *---------------------------------------------------------------*
      * The credit leg, to the GL account in WS-JRNL-GL-ACCT.
      *---------------------------------------------------------------*
       6200-WRITE-JRNL-CREDIT.
           PERFORM 6300-FORMAT-JRNL-REC
           SET JRNL-CREDIT             TO TRUE
           PERFORM 6400-WRITE-JRNL-REC
           ADD WS-ABS-AMT TO WS-TOTAL-CREDITS
           EXIT.
      *---------------------------------------------------------------*
      * The fields both legs share.
      *---------------------------------------------------------------*
       6300-FORMAT-JRNL-REC.
           INITIALIZE JRNL-RECORD
           MOVE WS-JRNL-GL-ACCT        TO JRNL-GL-ACCT
           MOVE PARM-DATE              TO JRNL-BUS-DATE
           MOVE WS-ABS-AMT             TO JRNL-AMOUNT
           MOVE 'AI'                   TO JRNL-TRAN-TYPE-CD
           MOVE 0                      TO JRNL-TRAN-CAT-CD
           STRING 'INT ' WS-JRNL-DIRECTION ' ' PARM-DATE
              DELIMITED BY SIZE INTO JRNL-DESC
           EXIT.
      *---------------------------------------------------------------*
      * Low-level journal write. Abends on failure.
      *---------------------------------------------------------------*
       6400-WRITE-JRNL-REC.
           WRITE FD-ACRJRNL-REC FROM JRNL-RECORD
           IF  ACRJRNL-STATUS = '00'
               ADD 1 TO WS-JRNL-COUNT
           ELSE
               DISPLAY 'ERROR WRITING ACCRUAL JOURNAL'
               MOVE ACRJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The balancing proof: total debits must equal total
      * credits, or the job ABENDS so an unbalanced accrual
      * entry never reaches the GL.
      *---------------------------------------------------------------*
       6900-BALANCING-PROOF.
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-BLANK
           MOVE 'TOTAL DEBITS           : ' TO WS-ACR-RPT-TOT-LABEL
           MOVE WS-TOTAL-DEBITS             TO WS-ACR-RPT-TOT-AMT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE
           MOVE 'TOTAL CREDITS          : ' TO WS-ACR-RPT-TOT-LABEL
           MOVE WS-TOTAL-CREDITS            TO WS-ACR-RPT-TOT-AMT
           WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE

           IF  WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'PROOF: IN BALANCE      ' TO WS-ACR-RPT-TOT-LABEL
               MOVE ZERO                      TO WS-ACR-RPT-TOT-AMT
               WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE
           ELSE
               MOVE 'PROOF: OUT OF BAL      ' TO WS-ACR-RPT-TOT-LABEL
               COMPUTE WS-ACR-RPT-TOT-AMT =
                  WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               WRITE FD-ACRRPT-REC FROM WS-ACR-RPT-TOTAL-LINE
               DISPLAY 'INTEREST ACCRUAL JOURNAL OUT OF BALANCE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the category balances for sequential input.
      *---------------------------------------------------------------*
       0000-TCATBALF-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TCATBAL-FILE
           IF  TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CATEGORY BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card cross-reference for random read.
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
               DISPLAY 'ERROR OPENING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the token vault for random read.
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
               DISPLAY 'ERROR OPENING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random read.
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
               DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the disclosure groups for random read.
      *---------------------------------------------------------------*
       0250-DISCGRP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DISCGRP-FILE
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
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0300-TRANFILE-OPEN.
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
      * Opens the interest accrual file for random I-O.
      *---------------------------------------------------------------*
       0350-INTACCR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O INTACCR-FILE
           IF  INTACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the GL account mapping for random read.
      *---------------------------------------------------------------*
       0400-GLMAP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT GLMAP-FILE
           IF  GLMAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the accrual journal for output.
      *---------------------------------------------------------------*
       0450-ACRJRNL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ACRJRNL-FILE
           IF  ACRJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCRUAL JOURNAL'
               MOVE ACRJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the accrual report for output.
      *---------------------------------------------------------------*
       0500-ACRRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ACRRPT-FILE
           IF  ACRRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCRUAL REPORT'
               MOVE ACRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       0575-CUSTDAT-OPEN.
      * A missing customer master is tolerated, as in CBACT04C --
      * the deceased and SCRA checks simply never fire
           OPEN INPUT CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 'Y' TO WS-CUSTDAT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CUSTDAT-AVAILABLE
               DISPLAY 'NO CUSTOMER FILE - HOLDER CHECKS SKIPPED'
           END-IF
           EXIT.
       0576-HARDSHIP-OPEN.
      * A missing hardship file is tolerated -- no workout
      * plans exist until collections enrolls one
           OPEN INPUT HARDSHIP-FILE
           IF  HARDSHIP-STATUS = '00'
               MOVE 'Y' TO WS-HARDSHIP-AVAILABLE
           ELSE
               MOVE 'N' TO WS-HARDSHIP-AVAILABLE
               DISPLAY 'NO HARDSHIP FILE - PLAN TERMS SKIPPED'
           END-IF
           EXIT.
       0578-NONACCR-OPEN.
      * A missing nonaccrual file is tolerated -- every account
      * then accrues
           OPEN INPUT NONACCR-FILE
           IF  NONACCR-STATUS = '00'
               MOVE 'Y' TO WS-NONACCR-AVAILABLE
           ELSE
               MOVE 'N' TO WS-NONACCR-AVAILABLE
               DISPLAY 'NO NONACCRUAL FILE - NONACCRUAL SKIPPED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the category balances.
      *---------------------------------------------------------------*
       9000-TCATBALF-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TCATBAL-FILE
           IF  TCATBALF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CATEGORY BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR CLOSING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the token vault.
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
               DISPLAY 'ERROR CLOSING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
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
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the disclosure groups.
      *---------------------------------------------------------------*
       9250-DISCGRP-CLOSE.
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
      * Closes the transaction master.
      *---------------------------------------------------------------*
       9300-TRANFILE-CLOSE.
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
      * Closes the interest accrual file.
      *---------------------------------------------------------------*
       9350-INTACCR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE INTACCR-FILE
           IF  INTACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INTEREST ACCRUAL FILE'
               MOVE INTACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the GL account mapping.
      *---------------------------------------------------------------*
       9400-GLMAP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE GLMAP-FILE
           IF  GLMAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the accrual journal.
      *---------------------------------------------------------------*
       9450-ACRJRNL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACRJRNL-FILE
           IF  ACRJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCRUAL JOURNAL'
               MOVE ACRJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the accrual report.
      *---------------------------------------------------------------*
       9500-ACRRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACRRPT-FILE
           IF  ACRRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCRUAL REPORT'
               MOVE ACRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       9575-CUSTDAT-CLOSE.
           IF  WS-CUSTDAT-AVAILABLE = 'Y'
               CLOSE CUSTDAT-FILE
           END-IF
           EXIT.
       9576-HARDSHIP-CLOSE.
           IF  WS-HARDSHIP-AVAILABLE = 'Y'
               CLOSE HARDSHIP-FILE
           END-IF
           EXIT.
       9578-NONACCR-CLOSE.
           IF  WS-NONACCR-AVAILABLE = 'Y'
               CLOSE NONACCR-FILE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the accrual itself was booked and proved.
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
      * accrued-account count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-ACCRUED-COUNT            TO BATCH-RECORD-COUNT
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
