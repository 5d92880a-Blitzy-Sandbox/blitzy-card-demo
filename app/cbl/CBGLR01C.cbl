      ******************************************************************
      * Program     : CBGLR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily GL-to-subledger balancing of the
      *               receivable, with break attribution.
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
      * CBGLR01C - Daily GL-to-Subledger Reconciliation (Batch)
      *
      * CBGLJ01C proves each day's journal balances within
      * itself; this job proves the receivable the GL carries
      * still equals the receivable the subledger carries.
      * Runs after the day's journal extracts are cut:
      *   1. The GLCTLBAL control balances (CVGLB01Y.cpy) load
      *      into storage: the GL accounts finance has placed
      *      under control -- receivable control accounts by
      *      product, and the suspense account -- with their
      *      running balances by journal bucket.
      *   2. Every leg of the day's GLJRNL extract, and of the
      *      FXJRNL revaluation extract on the days CBFXR01C
      *      runs, that lands on a controlled account moves
      *      its running balance (debits less credits). An
      *      account that has already taken this business date
      *      is not moved again, so a rerun is harmless.
      *   3. The subledger totals: ACCT-CURR-BAL by product
      *      off the account master, each product carried to
      *      its control account (the all-products account for
      *      a product with none of its own), and TRAN-CAT-BAL
      *      by transaction type and category off TCATBALF.
      *   4. Each control account is compared to its
      *      subledger total and any break is given its likely
      *      source, checked in this order, each within the
      *      tolerance below:
      *        FX REVALUATION  - the break is the revaluation
      *                          the account carries ('FX'
      *                          bucket), which moves the GL
      *                          and never the subledger
      *        SUSPENSE-MAPPED - the rest is what sits in the
      *                          suspense account(s): activity
      *                          with no GLMAP row that posted
      *                          to the subledger but journaled
      *                          away from the receivable
      *        ADJUSTMENTS     - the rest is the day's type '07'
      *                          adjustment movement on the
      *                          account
      *        UNEXPLAINED     - none of these
      *      The category view puts the same question to each
      *      type/category; it is shown for the investigation
      *      only, since payment allocation moves balance
      *      between categories the GL buckets never see.
      *   5. An UNEXPLAINED break, or subledger balance that
      *      no control account claims, above tolerance raises
      *      a critical ALERTS record and ends the run RC 4 --
      *      also recorded on this job's BATCHSTS row, where
      *      the COEOD00C sign-off screen reads it and refuses
      *      to APPROVE the cycle until a clean rerun.
      *   6. The control balances, with the business date
      *      taken, are written back.
      *
      * Files accessed:
      *   GLCTLBAL  - GL control balances (KSDS, dynamic I-O)
      *   GLJRNL    - Day's journal extract (sequential
      *               input, 80)
      *   FXJRNL    - Revaluation journal extract (sequential
      *               input, 80; DD DUMMY on days it is not cut)
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   TCATBALF  - Category balance (KSDS, sequential input)
      *   GLRRPT    - Reconciliation report (132, output)
      *   ALERTS    - Operational alerts (KSDS, random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date whose journals are taken.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBGLR01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLCTLBAL-FILE ASSIGN TO GLCTLBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-GLB-KEY
                  FILE STATUS  IS GLCTLBAL-STATUS.

           SELECT GLJRNL-FILE ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLJRNL-STATUS.

           SELECT FXJRNL-FILE ASSIGN TO FXJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS FXJRNL-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT TCATBAL-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-CAT-KEY
                  FILE STATUS  IS TCATBALF-STATUS.

           SELECT GLRRPT-FILE ASSIGN TO GLRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS GLRRPT-STATUS.

      * ALERTS: operational alert records this job raises when
      * a break goes unexplained; worked on the COALT00C
      * viewer. See CSALT01Y.cpy.
           SELECT ALERTS-FILE ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ALT-KEY
                  FILE STATUS  IS ALERTS-STATUS.

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
      * FD for the GL control balances VSAM (80 bytes)
       FD  GLCTLBAL-FILE.
       01  FD-GLCTLBAL-REC.
           05 FD-GLB-KEY                        PIC X(14).
           05 FD-GLB-DATA                       PIC X(66).

      * FD for the day's journal extract (80 bytes)
       FD  GLJRNL-FILE.
       01  FD-GLJRNL-REC                        PIC X(80).

      * FD for the revaluation journal extract (80 bytes)
       FD  FXJRNL-FILE.
       01  FD-FXJRNL-REC                        PIC X(80).

      * FD for account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for category balance VSAM (50 bytes)
       FD  TCATBAL-FILE.
       01  FD-TRAN-CAT-BAL-RECORD.
           05 FD-TRAN-CAT-KEY.
              10 FD-TRANCAT-ACCT-ID             PIC 9(11).
              10 FD-TRANCAT-TYPE-CD             PIC X(02).
              10 FD-TRANCAT-CD                  PIC 9(04).
           05 FD-FD-TRAN-CAT-DATA               PIC X(33).

      * FD for the reconciliation report (132-byte print)
       FD  GLRRPT-FILE.
       01  FD-GLRRPT-REC                        PIC X(132).

      * FD for the operational alerts file (160 bytes)
       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05 FD-ALT-DATA                       PIC X(138).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVGLB01Y: 80-byte GL control balance record
       COPY CVGLB01Y.
       01  GLCTLBAL-STATUS.
           05  GLCTLBAL-STAT1      PIC X.
           05  GLCTLBAL-STAT2      PIC X.

       01  GLJRNL-STATUS.
           05  GLJRNL-STAT1        PIC X.
           05  GLJRNL-STAT2        PIC X.

       01  FXJRNL-STATUS.
           05  FXJRNL-STAT1        PIC X.
           05  FXJRNL-STAT2        PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVTRA01Y: 50-byte transaction category balance record
       COPY CVTRA01Y.
       01  TCATBALF-STATUS.
           05  TCATBALF-STAT1      PIC X.
           05  TCATBALF-STAT2      PIC X.

       01  GLRRPT-STATUS.
           05  GLRRPT-STAT1        PIC X.
           05  GLRRPT-STAT2        PIC X.

      * Journal extract record -- the 80-byte shape CBGLJ01C
      * writes to GLJRNL and CBFXR01C to FXJRNL.
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

      * CSALT01Y: 160-byte operational alert record, raised
      * when a break goes unexplained
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.
      * The alert being raised (8700-RAISE-ALERT)
       01  WS-ALERT-SEVERITY        PIC X(01) VALUE SPACES.
       01  WS-ALERT-MESSAGE         PIC X(80) VALUE SPACES.
       01  WS-ALERT-JOB-NAME        PIC X(08) VALUE 'CBGLR01C'.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBGLR01C'.
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

      * A difference this size or smaller, either way, is
      * rounding and counts as in balance -- the same figure
      * decides whether a likely source explains a break.
       01  WS-GLR-TOLERANCE         PIC S9(07)V99 VALUE 1.00.

      * Controlled GL accounts, one entry per GLCTLBAL account
      * row. Same fixed OCCURS/linear-SEARCH idiom as
      * elsewhere; finance controls a handful of accounts.
       01 WS-CTL-TABLE.
           05 WS-CTL-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-CTL-ENTRY OCCURS 100 TIMES
                            INDEXED BY WS-CTL-IDX.
              10 WS-CTL-GL-ACCT         PIC X(08).
              10 WS-CTL-ROLE            PIC X(01).
                 88 WS-CTL-RECEIVABLE             VALUE 'R'.
                 88 WS-CTL-SUSPENSE               VALUE 'S'.
              10 WS-CTL-PRODUCT         PIC X(10).
      * 'Y' -- the account has not yet taken this business date
              10 WS-CTL-APPLY           PIC X(01).
              10 WS-CTL-BAL             PIC S9(13)V99 COMP-3.
              10 WS-CTL-SUB-BAL         PIC S9(13)V99 COMP-3.
              10 WS-CTL-ACCTS           PIC 9(07) COMP-3.
              10 WS-CTL-FX-BAL          PIC S9(13)V99 COMP-3.
              10 WS-CTL-DAY-ADJ         PIC S9(13)V99 COMP-3.
       01 WS-CTL-AT                     PIC S9(04) COMP VALUE 0.
       01 WS-CTL-WANTED                 PIC X(08) VALUE SPACES.
       01 WS-PRODUCT-WANTED             PIC X(10) VALUE SPACES.
       01 WS-CTL-I                      PIC S9(04) COMP VALUE 0.

      * Bucket balances of the controlled accounts, one entry
      * per GLCTLBAL bucket row plus any the day's journals
      * open.
       01 WS-BKT-TABLE.
           05 WS-BKT-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-BKT-ENTRY OCCURS 2000 TIMES
                            INDEXED BY WS-BKT-IDX.
              10 WS-BKT-KEY.
                 15 WS-BKT-GL-ACCT      PIC X(08).
                 15 WS-BKT-TYPE-CD      PIC X(02).
                 15 WS-BKT-CAT-CD       PIC 9(04).
              10 WS-BKT-ROLE            PIC X(01).
              10 WS-BKT-BAL             PIC S9(13)V99 COMP-3.
      * 'N' new today (WRITE), 'C' changed (REWRITE), else ' '
              10 WS-BKT-STATE           PIC X(01).
       01 WS-BKT-I                      PIC S9(04) COMP VALUE 0.
       01 WS-BKT-WANTED-KEY.
           05 WS-BWK-GL-ACCT            PIC X(08).
           05 WS-BWK-TYPE-CD            PIC X(02).
           05 WS-BWK-CAT-CD             PIC 9(04).

      * Category view: subledger, receivable GL and suspense
      * by transaction type and category.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-CAT-ENTRY OCCURS 500 TIMES
                            INDEXED BY WS-CAT-IDX.
              10 WS-CAT-KEY.
                 15 WS-CAT-TYPE-CD      PIC X(02).
                 15 WS-CAT-CAT-CD       PIC 9(04).
              10 WS-CAT-SUB-BAL         PIC S9(13)V99 COMP-3.
              10 WS-CAT-GL-BAL          PIC S9(13)V99 COMP-3.
              10 WS-CAT-SUSP-BAL        PIC S9(13)V99 COMP-3.
       01 WS-CAT-I                      PIC S9(04) COMP VALUE 0.
       01 WS-CAT-WANTED-KEY.
           05 WS-CWK-TYPE-CD            PIC X(02).
           05 WS-CWK-CAT-CD             PIC 9(04).

      * Per-break working figures
       01 WS-LEG-AMT                    PIC S9(13)V99 COMP-3.
       01 WS-DIFF                       PIC S9(13)V99 COMP-3.
       01 WS-RESIDUAL                   PIC S9(13)V99 COMP-3.
       01 WS-CHECK-AMT                  PIC S9(13)V99 COMP-3.
       01 WS-UNEXPLAINED                PIC S9(13)V99 COMP-3.
       01 WS-WITHIN-TOL                 PIC X(01) VALUE 'N'.
       01 WS-SOURCE-TEXT                PIC X(24) VALUE SPACES.
       01 WS-JRNL-NAME                  PIC X(06) VALUE SPACES.
       01 WS-FOUND-FLAG                 PIC X(01) VALUE 'N'.

      * Run totals
       01 WS-RUN-TOTALS.
           05 WS-SUSP-TOTAL             PIC S9(13)V99 COMP-3
                                         VALUE 0.
           05 WS-TOT-GL                 PIC S9(13)V99 COMP-3
                                         VALUE 0.
           05 WS-TOT-SUB                PIC S9(13)V99 COMP-3
                                         VALUE 0.
           05 WS-TOT-FX                 PIC S9(13)V99 COMP-3
                                         VALUE 0.
           05 WS-TOT-UNEXPLAINED        PIC S9(13)V99 COMP-3
                                         VALUE 0.
           05 WS-UNCLAIMED-BAL          PIC S9(13)V99 COMP-3
                                         VALUE 0.
           05 WS-UNCLAIMED-ACCTS        PIC 9(07) COMP-3 VALUE 0.

      * Run counters
       01 WS-COUNTERS.
           05 WS-GLJRNL-COUNT           PIC 9(09) COMP-3 VALUE 0.
           05 WS-FXJRNL-COUNT           PIC 9(09) COMP-3 VALUE 0.
           05 WS-APPLIED-COUNT          PIC 9(09) COMP-3 VALUE 0.
           05 WS-UNCONTROLLED-COUNT     PIC 9(09) COMP-3 VALUE 0.
           05 WS-ALREADY-COUNT          PIC 9(09) COMP-3 VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) COMP-3 VALUE 0.
           05 WS-TCATBAL-COUNT          PIC 9(09) COMP-3 VALUE 0.
           05 WS-EXPLAINED-COUNT        PIC 9(05) COMP-3 VALUE 0.
           05 WS-BREAK-COUNT            PIC 9(05) COMP-3 VALUE 0.

      * Reconciliation report lines
       01 WS-GLR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                 VALUE 'GL TO SUBLEDGER RECONCILIATION'.
           05 FILLER                    PIC X(12)
                 VALUE 'RUN DATE : '.
           05 WS-GLR-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-GLR-RPT-TITLE.
           05 WS-GLR-RPT-TITLE-TEXT     PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-GLR-RPT-ACCT-HDR.
           05 FILLER                    PIC X(44) VALUE
              'GL ACCT   PRODUCT      ACCTS       GL CONTRO'.
           05 FILLER                    PIC X(44) VALUE
              'L        SUBLEDGER       DIFFERENCE   FX REV'.
           05 FILLER                    PIC X(44) VALUE
              'ALUATION  LIKELY SOURCE                     '.
       01 WS-GLR-RPT-ACCT-LINE.
           05 WS-GLR-RPT-GL-ACCT        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-GLR-RPT-PRODUCT        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-ACCTS          PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-GL-BAL         PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-SUB-BAL        PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-DIFF           PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-FX             PIC -(12)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-GLR-RPT-SOURCE         PIC X(24).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-GLR-RPT-CAT-HDR.
           05 FILLER                    PIC X(44) VALUE
              'TY   CAT                           GL CONTRO'.
           05 FILLER                    PIC X(44) VALUE
              'L        SUBLEDGER       DIFFERENCE         '.
           05 FILLER                    PIC X(44) VALUE
              'SUSPENSE  LIKELY SOURCE                     '.
       01 WS-GLR-RPT-CAT-LINE.
           05 WS-GLR-RPT-TYPE           PIC X(02).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-GLR-RPT-CAT            PIC 9(04).
           05 FILLER                    PIC X(20) VALUE SPACES.
           05 WS-GLR-RPT-CAT-GL         PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-CAT-SUB        PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-CAT-DIFF       PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-GLR-RPT-CAT-SUSP       PIC -(12)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-GLR-RPT-CAT-SOURCE     PIC X(24).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-GLR-RPT-TOTAL-LINE.
           05 WS-GLR-RPT-TOT-LABEL      PIC X(30).
           05 WS-GLR-RPT-TOT-AMT        PIC -(12)9.99.
           05 FILLER                    PIC X(86) VALUE SPACES.
       01 WS-GLR-RPT-COUNT-LINE.
           05 WS-GLR-RPT-CNT-LABEL      PIC X(30).
           05 WS-GLR-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-GLR-RPT-STATUS-LINE.
           05 FILLER                    PIC X(24)
                 VALUE 'RECONCILIATION STATUS : '.
           05 WS-GLR-RPT-STATUS         PIC X(24).
           05 FILLER                    PIC X(84) VALUE SPACES.
       01 WS-GLR-RPT-BLANK              PIC X(132) VALUE SPACES.
       01 WS-GLR-AMT-EDIT               PIC -(12)9.99.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD,
      * same interface as CBGLJ01C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the control balances, takes the
      * day's journals, totals the subledger, reconciles,
      * reports, and writes the control balances back.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBGLR01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-GLCTLBAL-OPEN.
           PERFORM 0100-GLJRNL-OPEN.
           PERFORM 0200-FXJRNL-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0400-TCATBAL-OPEN.
           PERFORM 0500-GLRRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-CONTROLS.

           MOVE 'N' TO END-OF-FILE
           PERFORM 2000-APPLY-NEXT-GLJRNL
              UNTIL END-OF-FILE = 'Y'.
           MOVE 'N' TO END-OF-FILE
           PERFORM 2050-APPLY-NEXT-FXJRNL
              UNTIL END-OF-FILE = 'Y'.

           MOVE 'N' TO END-OF-FILE
           PERFORM 3000-TOTAL-NEXT-ACCOUNT
              UNTIL END-OF-FILE = 'Y'.
           MOVE 'N' TO END-OF-FILE
           PERFORM 3100-TOTAL-NEXT-CATBAL
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 3200-SPREAD-BUCKET
              VARYING WS-BKT-I FROM 1 BY 1
              UNTIL WS-BKT-I > WS-BKT-ENTRIES-USED.

           PERFORM 4000-PRINT-REPORT.

      * An unexplained break is the alert subsystem's business
      * -- raise it critical, and end RC 4 so the sign-off
      * screen holds the cycle
           IF  WS-BREAK-COUNT > 0
               MOVE WS-TOT-UNEXPLAINED TO WS-GLR-AMT-EDIT
               MOVE 'C' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING 'GL/SUBLEDGER RECEIVABLE BREAK UNEXPLAINED:'
                                        DELIMITED BY SIZE
                      WS-GLR-AMT-EDIT   DELIMITED BY SIZE
                 INTO WS-ALERT-MESSAGE
               PERFORM 8700-RAISE-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 5000-SAVE-CONTROLS.

           PERFORM 9000-GLCTLBAL-CLOSE.
           PERFORM 9100-GLJRNL-CLOSE.
           PERFORM 9200-FXJRNL-CLOSE.
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-TCATBAL-CLOSE.
           PERFORM 9500-GLRRPT-CLOSE.

           DISPLAY 'GLJRNL LEGS READ       :' WS-GLJRNL-COUNT
           DISPLAY 'FXJRNL LEGS READ       :' WS-FXJRNL-COUNT
           DISPLAY 'LEGS APPLIED           :' WS-APPLIED-COUNT
           DISPLAY 'LEGS NOT UNDER CONTROL :' WS-UNCONTROLLED-COUNT
           DISPLAY 'LEGS ALREADY TAKEN     :' WS-ALREADY-COUNT
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'CATEGORY BALANCES READ :' WS-TCATBAL-COUNT
           DISPLAY 'BREAKS EXPLAINED       :' WS-EXPLAINED-COUNT
           DISPLAY 'BREAKS UNEXPLAINED     :' WS-BREAK-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBGLR01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads every GLCTLBAL row: account rows into the control
      * account table, bucket rows into the bucket table. An
      * account row sorts ahead of its buckets (its type is
      * spaces), so each bucket finds its account loaded.
      *---------------------------------------------------------------*
       1000-LOAD-CONTROLS.
           MOVE LOW-VALUES TO FD-GLB-KEY
           START GLCTLBAL-FILE KEY IS NOT LESS THAN FD-GLB-KEY
              INVALID KEY
                 MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM 1010-LOAD-NEXT-ROW
              UNTIL END-OF-FILE = 'Y'
           DISPLAY 'CONTROL ACCOUNTS LOADED:' WS-CTL-ENTRIES-USED
           DISPLAY 'CONTROL BUCKETS LOADED :' WS-BKT-ENTRIES-USED
           EXIT.
       1010-LOAD-NEXT-ROW.
           READ GLCTLBAL-FILE NEXT INTO GL-CONTROL-BALANCE-RECORD
           EVALUATE GLCTLBAL-STATUS
               WHEN '00'
                   IF  GLB-ACCOUNT-ROW
                       PERFORM 1100-ADD-CONTROL-ACCOUNT
                   ELSE
                       PERFORM 1200-ADD-CONTROL-BUCKET
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING GL CONTROL BALANCE FILE'
                   MOVE GLCTLBAL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * One controlled account. It takes the day's journals only
      * if it has not already taken this business date.
      *---------------------------------------------------------------*
       1100-ADD-CONTROL-ACCOUNT.
           IF  WS-CTL-ENTRIES-USED NOT < 100
               DISPLAY 'CONTROL ACCOUNT TABLE FULL: ' GLB-GL-ACCT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CTL-ENTRIES-USED
           SET WS-CTL-IDX TO WS-CTL-ENTRIES-USED
           MOVE GLB-GL-ACCT   TO WS-CTL-GL-ACCT (WS-CTL-IDX)
           MOVE GLB-ROLE      TO WS-CTL-ROLE (WS-CTL-IDX)
           MOVE GLB-PRODUCT   TO WS-CTL-PRODUCT (WS-CTL-IDX)
           MOVE GLB-BAL       TO WS-CTL-BAL (WS-CTL-IDX)
           IF  GLB-LAST-DATE < PARM-DATE
               MOVE 'Y' TO WS-CTL-APPLY (WS-CTL-IDX)
           ELSE
               MOVE 'N' TO WS-CTL-APPLY (WS-CTL-IDX)
           END-IF
           MOVE ZERO TO WS-CTL-SUB-BAL (WS-CTL-IDX)
                        WS-CTL-ACCTS (WS-CTL-IDX)
                        WS-CTL-FX-BAL (WS-CTL-IDX)
                        WS-CTL-DAY-ADJ (WS-CTL-IDX)
           EXIT.
      *---------------------------------------------------------------*
      * One bucket of a controlled account; it carries its
      * account's role for the category view.
      *---------------------------------------------------------------*
       1200-ADD-CONTROL-BUCKET.
           MOVE GLB-GL-ACCT TO WS-CTL-WANTED
           PERFORM 1300-FIND-CONTROL-ACCOUNT
           IF  WS-FOUND-FLAG = 'N'
               DISPLAY 'BUCKET WITHOUT ACCOUNT ROW, PASSED OVER: '
                       GLB-KEY
           ELSE
               MOVE GLB-GL-ACCT      TO WS-BWK-GL-ACCT
               MOVE GLB-TRAN-TYPE-CD TO WS-BWK-TYPE-CD
               MOVE GLB-TRAN-CAT-CD  TO WS-BWK-CAT-CD
               PERFORM 2200-FIND-BUCKET
               MOVE GLB-BAL TO WS-BKT-BAL (WS-BKT-I)
               MOVE SPACE   TO WS-BKT-STATE (WS-BKT-I)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-CTL-AT to the controlled account WS-CTL-WANTED,
      * WS-FOUND-FLAG 'N' when the account is not controlled.
      *---------------------------------------------------------------*
       1300-FIND-CONTROL-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           SET WS-CTL-IDX TO 1
           SEARCH WS-CTL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CTL-IDX > WS-CTL-ENTRIES-USED
                 CONTINUE
              WHEN WS-CTL-GL-ACCT (WS-CTL-IDX) = WS-CTL-WANTED
                 MOVE 'Y' TO WS-FOUND-FLAG
                 SET WS-CTL-AT TO WS-CTL-IDX
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next leg of the day's journal extract.
      *---------------------------------------------------------------*
       2000-APPLY-NEXT-GLJRNL.
           READ GLJRNL-FILE INTO JRNL-RECORD
           EVALUATE GLJRNL-STATUS
               WHEN '00'
                   ADD 1 TO WS-GLJRNL-COUNT
                   PERFORM 2100-APPLY-LEG
                      THRU 2100-APPLY-LEG-EXIT
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING GL JOURNAL EXTRACT'
                   MOVE GLJRNL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next leg of the revaluation journal extract
      * (empty on the days the revaluation does not run).
      *---------------------------------------------------------------*
       2050-APPLY-NEXT-FXJRNL.
           READ FXJRNL-FILE INTO JRNL-RECORD
           EVALUATE FXJRNL-STATUS
               WHEN '00'
                   ADD 1 TO WS-FXJRNL-COUNT
                   PERFORM 2100-APPLY-LEG
                      THRU 2100-APPLY-LEG-EXIT
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING FX JOURNAL EXTRACT'
                   MOVE FXJRNL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Moves a controlled account, and the leg's bucket on it,
      * by one journal leg: a debit adds, a credit subtracts.
      * Adjustment legs (type '07') are also kept as the day's
      * adjustment movement for break attribution.
      *---------------------------------------------------------------*
       2100-APPLY-LEG.
           MOVE JRNL-GL-ACCT TO WS-CTL-WANTED
           PERFORM 1300-FIND-CONTROL-ACCOUNT
           IF  WS-FOUND-FLAG = 'N'
               ADD 1 TO WS-UNCONTROLLED-COUNT
               GO TO 2100-APPLY-LEG-EXIT
           END-IF
           IF  WS-CTL-APPLY (WS-CTL-AT) NOT = 'Y'
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 2100-APPLY-LEG-EXIT
           END-IF

           IF  JRNL-DEBIT
               MOVE JRNL-AMOUNT TO WS-LEG-AMT
           ELSE
               COMPUTE WS-LEG-AMT = JRNL-AMOUNT * -1
           END-IF
           ADD WS-LEG-AMT TO WS-CTL-BAL (WS-CTL-AT)
           IF  JRNL-TRAN-TYPE-CD = '07'
               ADD WS-LEG-AMT TO WS-CTL-DAY-ADJ (WS-CTL-AT)
           END-IF

           MOVE JRNL-GL-ACCT      TO WS-BWK-GL-ACCT
           MOVE JRNL-TRAN-TYPE-CD TO WS-BWK-TYPE-CD
           MOVE JRNL-TRAN-CAT-CD  TO WS-BWK-CAT-CD
           PERFORM 2200-FIND-BUCKET
           ADD WS-LEG-AMT TO WS-BKT-BAL (WS-BKT-I)
           IF  WS-BKT-STATE (WS-BKT-I) = SPACE
               MOVE 'C' TO WS-BKT-STATE (WS-BKT-I)
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           .
       2100-APPLY-LEG-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-BKT-I to the bucket WS-BKT-WANTED-KEY, opening
      * it (new today) on first sight. WS-CTL-AT must point at
      * the bucket's account.
      *---------------------------------------------------------------*
       2200-FIND-BUCKET.
           SET WS-BKT-IDX TO 1
           SEARCH WS-BKT-ENTRY
              AT END
                 DISPLAY 'CONTROL BUCKET TABLE FULL: '
                         WS-BKT-WANTED-KEY
                 PERFORM 9999-ABEND-PROGRAM
              WHEN WS-BKT-IDX > WS-BKT-ENTRIES-USED
                 ADD 1 TO WS-BKT-ENTRIES-USED
                 MOVE WS-BKT-WANTED-KEY TO WS-BKT-KEY (WS-BKT-IDX)
                 MOVE WS-CTL-ROLE (WS-CTL-AT)
                                        TO WS-BKT-ROLE (WS-BKT-IDX)
                 MOVE ZERO              TO WS-BKT-BAL (WS-BKT-IDX)
                 MOVE 'N'               TO WS-BKT-STATE (WS-BKT-IDX)
              WHEN WS-BKT-KEY (WS-BKT-IDX) = WS-BKT-WANTED-KEY
                 CONTINUE
           END-SEARCH
           SET WS-BKT-I TO WS-BKT-IDX
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account and carries its balance to the
      * control account for its product.
      *---------------------------------------------------------------*
       3000-TOTAL-NEXT-ACCOUNT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM 3050-CLAIM-ACCOUNT
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * The product's own receivable control account, else the
      * all-products one; a balance neither claims is held as
      * unclaimed and reported as a break of its own.
      *---------------------------------------------------------------*
       3050-CLAIM-ACCOUNT.
           MOVE ACCT-GROUP-ID TO WS-PRODUCT-WANTED
           PERFORM 3060-FIND-PRODUCT-ACCOUNT
           IF  WS-FOUND-FLAG = 'N'
               MOVE ALL '*' TO WS-PRODUCT-WANTED
               PERFORM 3060-FIND-PRODUCT-ACCOUNT
           END-IF
           IF  WS-FOUND-FLAG = 'Y'
               ADD ACCT-CURR-BAL TO WS-CTL-SUB-BAL (WS-CTL-AT)
               ADD 1             TO WS-CTL-ACCTS (WS-CTL-AT)
           ELSE
               ADD ACCT-CURR-BAL TO WS-UNCLAIMED-BAL
               ADD 1             TO WS-UNCLAIMED-ACCTS
           END-IF
           EXIT.
       3060-FIND-PRODUCT-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG
           SET WS-CTL-IDX TO 1
           SEARCH WS-CTL-ENTRY
              AT END
                 CONTINUE
              WHEN WS-CTL-IDX > WS-CTL-ENTRIES-USED
                 CONTINUE
              WHEN WS-CTL-RECEIVABLE (WS-CTL-IDX)
                AND WS-CTL-PRODUCT (WS-CTL-IDX) = WS-PRODUCT-WANTED
                 MOVE 'Y' TO WS-FOUND-FLAG
                 SET WS-CTL-AT TO WS-CTL-IDX
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next category balance into the category view.
      *---------------------------------------------------------------*
       3100-TOTAL-NEXT-CATBAL.
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
           EVALUATE TCATBALF-STATUS
               WHEN '00'
                   ADD 1 TO WS-TCATBAL-COUNT
                   MOVE TRANCAT-TYPE-CD TO WS-CWK-TYPE-CD
                   MOVE TRANCAT-CD      TO WS-CWK-CAT-CD
                   PERFORM 3300-FIND-CATEGORY
                   ADD TRAN-CAT-BAL TO WS-CAT-SUB-BAL (WS-CAT-I)
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION BALANCE FILE'
                   MOVE TCATBALF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Spreads one bucket: a receivable bucket into the category
      * view's GL side (and, for 'FX', its account's carried
      * revaluation), a suspense bucket into the suspense side.
      *---------------------------------------------------------------*
       3200-SPREAD-BUCKET.
           MOVE WS-BKT-TYPE-CD (WS-BKT-I) TO WS-CWK-TYPE-CD
           MOVE WS-BKT-CAT-CD (WS-BKT-I)  TO WS-CWK-CAT-CD
           EVALUATE WS-BKT-ROLE (WS-BKT-I)
               WHEN 'R'
                   PERFORM 3300-FIND-CATEGORY
                   ADD WS-BKT-BAL (WS-BKT-I)
                     TO WS-CAT-GL-BAL (WS-CAT-I)
                   IF  WS-BKT-TYPE-CD (WS-BKT-I) = 'FX'
                       MOVE WS-BKT-GL-ACCT (WS-BKT-I)
                         TO WS-CTL-WANTED
                       PERFORM 1300-FIND-CONTROL-ACCOUNT
                       ADD WS-BKT-BAL (WS-BKT-I)
                         TO WS-CTL-FX-BAL (WS-CTL-AT)
                   END-IF
               WHEN 'S'
                   PERFORM 3300-FIND-CATEGORY
                   ADD WS-BKT-BAL (WS-BKT-I)
                     TO WS-CAT-SUSP-BAL (WS-CAT-I)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-CAT-I to the category WS-CAT-WANTED-KEY, adding
      * it on first sight.
      *---------------------------------------------------------------*
       3300-FIND-CATEGORY.
           SET WS-CAT-IDX TO 1
           SEARCH WS-CAT-ENTRY
              AT END
                 DISPLAY 'CATEGORY TABLE FULL: ' WS-CAT-WANTED-KEY
                 PERFORM 9999-ABEND-PROGRAM
              WHEN WS-CAT-IDX > WS-CAT-ENTRIES-USED
                 ADD 1 TO WS-CAT-ENTRIES-USED
                 MOVE WS-CAT-WANTED-KEY TO WS-CAT-KEY (WS-CAT-IDX)
                 MOVE ZERO TO WS-CAT-SUB-BAL (WS-CAT-IDX)
                              WS-CAT-GL-BAL (WS-CAT-IDX)
                              WS-CAT-SUSP-BAL (WS-CAT-IDX)
              WHEN WS-CAT-KEY (WS-CAT-IDX) = WS-CAT-WANTED-KEY
                 CONTINUE
           END-SEARCH
           SET WS-CAT-I TO WS-CAT-IDX
           EXIT.
      *---------------------------------------------------------------*
      * Prints the reconciliation: the control accounts with
      * their breaks, the suspense accounts, the totals, the
      * category view, and the run counts.
      *---------------------------------------------------------------*
       4000-PRINT-REPORT.
           MOVE PARM-DATE TO WS-GLR-RPT-RUN-DATE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-HEADER
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-BLANK

           PERFORM 4050-ADD-SUSPENSE
              VARYING WS-CTL-I FROM 1 BY 1
              UNTIL WS-CTL-I > WS-CTL-ENTRIES-USED

           MOVE 'RECEIVABLE CONTROL ACCOUNTS BY PRODUCT'
                                    TO WS-GLR-RPT-TITLE-TEXT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TITLE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-ACCT-HDR
           PERFORM 4100-RECONCILE-ACCOUNT
              THRU 4100-RECONCILE-ACCOUNT-EXIT
              VARYING WS-CTL-I FROM 1 BY 1
              UNTIL WS-CTL-I > WS-CTL-ENTRIES-USED
           IF  WS-UNCLAIMED-ACCTS > 0
               PERFORM 4150-REPORT-UNCLAIMED
           END-IF
           PERFORM 4200-PRINT-SUSPENSE
              VARYING WS-CTL-I FROM 1 BY 1
              UNTIL WS-CTL-I > WS-CTL-ENTRIES-USED

           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-BLANK
           MOVE 'RECEIVABLE GL CONTROL'       TO WS-GLR-RPT-TOT-LABEL
           MOVE WS-TOT-GL                     TO WS-GLR-RPT-TOT-AMT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TOTAL-LINE
           MOVE 'RECEIVABLE SUBLEDGER'        TO WS-GLR-RPT-TOT-LABEL
           MOVE WS-TOT-SUB                    TO WS-GLR-RPT-TOT-AMT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TOTAL-LINE
           MOVE 'FX REVALUATION CARRIED'      TO WS-GLR-RPT-TOT-LABEL
           MOVE WS-TOT-FX                     TO WS-GLR-RPT-TOT-AMT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TOTAL-LINE
           MOVE 'HELD IN SUSPENSE'            TO WS-GLR-RPT-TOT-LABEL
           MOVE WS-SUSP-TOTAL                 TO WS-GLR-RPT-TOT-AMT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TOTAL-LINE
           MOVE 'UNEXPLAINED'                 TO WS-GLR-RPT-TOT-LABEL
           MOVE WS-TOT-UNEXPLAINED            TO WS-GLR-RPT-TOT-AMT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TOTAL-LINE

           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-BLANK
           MOVE 'RECEIVABLE BY TRANSACTION TYPE AND CATEGORY'
                                    TO WS-GLR-RPT-TITLE-TEXT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-TITLE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-CAT-HDR
           PERFORM 4300-PRINT-CATEGORY
              THRU 4300-PRINT-CATEGORY-EXIT
              VARYING WS-CAT-I FROM 1 BY 1
              UNTIL WS-CAT-I > WS-CAT-ENTRIES-USED

           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-BLANK
           MOVE 'GLJRNL LEGS READ'            TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-GLJRNL-COUNT               TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE
           MOVE 'FXJRNL LEGS READ'            TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-FXJRNL-COUNT               TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE
           MOVE 'LEGS APPLIED'                TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-APPLIED-COUNT              TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE
           MOVE 'LEGS NOT UNDER CONTROL'      TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-UNCONTROLLED-COUNT         TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE
           MOVE 'LEGS ALREADY TAKEN (RERUN)'  TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-ALREADY-COUNT              TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE
           MOVE 'ACCOUNTS READ'               TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT                 TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE
           MOVE 'CATEGORY BALANCES READ'      TO WS-GLR-RPT-CNT-LABEL
           MOVE WS-TCATBAL-COUNT              TO WS-GLR-RPT-CNT
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-COUNT-LINE

           EVALUATE TRUE
               WHEN WS-BREAK-COUNT > 0
                   MOVE 'UNEXPLAINED BREAK'    TO WS-GLR-RPT-STATUS
               WHEN WS-EXPLAINED-COUNT > 0
                   MOVE 'EXPLAINED BREAKS ONLY' TO WS-GLR-RPT-STATUS
               WHEN OTHER
                   MOVE 'IN BALANCE'           TO WS-GLR-RPT-STATUS
           END-EVALUATE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-BLANK
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-STATUS-LINE
           EXIT.
       4050-ADD-SUSPENSE.
           IF  WS-CTL-SUSPENSE (WS-CTL-I)
               ADD WS-CTL-BAL (WS-CTL-I) TO WS-SUSP-TOTAL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reconciles one receivable control account and gives any
      * break its likely source -- the first of FX revaluation,
      * suspense, the day's adjustments that accounts for it.
      *---------------------------------------------------------------*
       4100-RECONCILE-ACCOUNT.
           IF  NOT WS-CTL-RECEIVABLE (WS-CTL-I)
               GO TO 4100-RECONCILE-ACCOUNT-EXIT
           END-IF
           COMPUTE WS-DIFF =
               WS-CTL-BAL (WS-CTL-I) - WS-CTL-SUB-BAL (WS-CTL-I)
           COMPUTE WS-RESIDUAL = WS-DIFF - WS-CTL-FX-BAL (WS-CTL-I)
           ADD WS-CTL-BAL (WS-CTL-I)     TO WS-TOT-GL
           ADD WS-CTL-SUB-BAL (WS-CTL-I) TO WS-TOT-SUB
           ADD WS-CTL-FX-BAL (WS-CTL-I)  TO WS-TOT-FX

           MOVE WS-DIFF TO WS-CHECK-AMT
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               MOVE 'IN BALANCE' TO WS-SOURCE-TEXT
               GO TO 4110-PRINT-ACCOUNT-LINE
           END-IF

           ADD 1 TO WS-EXPLAINED-COUNT
           MOVE WS-RESIDUAL TO WS-CHECK-AMT
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               MOVE 'FX REVALUATION' TO WS-SOURCE-TEXT
               GO TO 4110-PRINT-ACCOUNT-LINE
           END-IF

      * Activity that journaled to suspense is missing from the
      * receivable by exactly what suspense holds
           COMPUTE WS-CHECK-AMT = WS-RESIDUAL + WS-SUSP-TOTAL
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               MOVE 'SUSPENSE-MAPPED BUCKETS' TO WS-SOURCE-TEXT
               GO TO 4110-PRINT-ACCOUNT-LINE
           END-IF

           COMPUTE WS-CHECK-AMT =
               WS-RESIDUAL - WS-CTL-DAY-ADJ (WS-CTL-I)
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               AND WS-CTL-DAY-ADJ (WS-CTL-I) NOT = ZERO
               MOVE 'ADJUSTMENTS' TO WS-SOURCE-TEXT
               GO TO 4110-PRINT-ACCOUNT-LINE
           END-IF

           SUBTRACT 1 FROM WS-EXPLAINED-COUNT
           ADD 1 TO WS-BREAK-COUNT
           ADD WS-RESIDUAL TO WS-TOT-UNEXPLAINED
           MOVE 'UNEXPLAINED' TO WS-SOURCE-TEXT
           .
       4110-PRINT-ACCOUNT-LINE.
           MOVE WS-CTL-GL-ACCT (WS-CTL-I)  TO WS-GLR-RPT-GL-ACCT
           MOVE WS-CTL-PRODUCT (WS-CTL-I)  TO WS-GLR-RPT-PRODUCT
           MOVE WS-CTL-ACCTS (WS-CTL-I)    TO WS-GLR-RPT-ACCTS
           MOVE WS-CTL-BAL (WS-CTL-I)      TO WS-GLR-RPT-GL-BAL
           MOVE WS-CTL-SUB-BAL (WS-CTL-I)  TO WS-GLR-RPT-SUB-BAL
           MOVE WS-DIFF                    TO WS-GLR-RPT-DIFF
           MOVE WS-CTL-FX-BAL (WS-CTL-I)   TO WS-GLR-RPT-FX
           MOVE WS-SOURCE-TEXT             TO WS-GLR-RPT-SOURCE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-ACCT-LINE
           .
       4100-RECONCILE-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Subledger balance no control account claims has no GL
      * side at all -- a break with no source to give it.
      *---------------------------------------------------------------*
       4150-REPORT-UNCLAIMED.
           ADD WS-UNCLAIMED-BAL TO WS-TOT-SUB
           COMPUTE WS-DIFF = ZERO - WS-UNCLAIMED-BAL
           MOVE WS-DIFF TO WS-CHECK-AMT
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               MOVE 'IN BALANCE' TO WS-SOURCE-TEXT
           ELSE
               MOVE 'NO CONTROL ACCOUNT' TO WS-SOURCE-TEXT
               ADD 1 TO WS-BREAK-COUNT
               ADD WS-DIFF TO WS-TOT-UNEXPLAINED
           END-IF
           MOVE 'NONE'             TO WS-GLR-RPT-GL-ACCT
           MOVE 'UNCLAIMED'        TO WS-GLR-RPT-PRODUCT
           MOVE WS-UNCLAIMED-ACCTS TO WS-GLR-RPT-ACCTS
           MOVE ZERO               TO WS-GLR-RPT-GL-BAL
           MOVE WS-UNCLAIMED-BAL   TO WS-GLR-RPT-SUB-BAL
           MOVE WS-DIFF            TO WS-GLR-RPT-DIFF
           MOVE ZERO               TO WS-GLR-RPT-FX
           MOVE WS-SOURCE-TEXT     TO WS-GLR-RPT-SOURCE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-ACCT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Lists a suspense account with what it holds.
      *---------------------------------------------------------------*
       4200-PRINT-SUSPENSE.
           IF  WS-CTL-SUSPENSE (WS-CTL-I)
               MOVE WS-CTL-GL-ACCT (WS-CTL-I) TO WS-GLR-RPT-GL-ACCT
               MOVE 'SUSPENSE'                TO WS-GLR-RPT-PRODUCT
               MOVE ZERO                      TO WS-GLR-RPT-ACCTS
               MOVE WS-CTL-BAL (WS-CTL-I)     TO WS-GLR-RPT-GL-BAL
               MOVE ZERO                      TO WS-GLR-RPT-SUB-BAL
                                                 WS-GLR-RPT-DIFF
                                                 WS-GLR-RPT-FX
               MOVE 'SUSPENSE ACCOUNT'        TO WS-GLR-RPT-SOURCE
               WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-ACCT-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One category of the category view. Informational: when
      * the accounts all reconcile, what is left between the
      * categories is payment allocation moving balance from
      * one category to another.
      *---------------------------------------------------------------*
       4300-PRINT-CATEGORY.
           COMPUTE WS-DIFF =
               WS-CAT-GL-BAL (WS-CAT-I) - WS-CAT-SUB-BAL (WS-CAT-I)
           MOVE WS-DIFF TO WS-CHECK-AMT
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               MOVE 'IN BALANCE' TO WS-SOURCE-TEXT
               GO TO 4310-PRINT-CATEGORY-LINE
           END-IF
           IF  WS-CAT-TYPE-CD (WS-CAT-I) = 'FX'
               MOVE 'FX REVALUATION' TO WS-SOURCE-TEXT
               GO TO 4310-PRINT-CATEGORY-LINE
           END-IF
           COMPUTE WS-CHECK-AMT =
               WS-DIFF + WS-CAT-SUSP-BAL (WS-CAT-I)
           PERFORM 4900-CHECK-TOLERANCE
           IF  WS-WITHIN-TOL = 'Y'
               MOVE 'SUSPENSE-MAPPED BUCKETS' TO WS-SOURCE-TEXT
               GO TO 4310-PRINT-CATEGORY-LINE
           END-IF
           IF  WS-CAT-TYPE-CD (WS-CAT-I) = '07'
               MOVE 'ADJUSTMENTS' TO WS-SOURCE-TEXT
               GO TO 4310-PRINT-CATEGORY-LINE
           END-IF
           IF  WS-BREAK-COUNT = 0
               MOVE 'MOVED BETWEEN CATEGORIES' TO WS-SOURCE-TEXT
           ELSE
               MOVE 'SEE ACCOUNT BREAKS' TO WS-SOURCE-TEXT
           END-IF
           .
       4310-PRINT-CATEGORY-LINE.
           MOVE WS-CAT-TYPE-CD (WS-CAT-I)  TO WS-GLR-RPT-TYPE
           MOVE WS-CAT-CAT-CD (WS-CAT-I)   TO WS-GLR-RPT-CAT
           MOVE WS-CAT-GL-BAL (WS-CAT-I)   TO WS-GLR-RPT-CAT-GL
           MOVE WS-CAT-SUB-BAL (WS-CAT-I)  TO WS-GLR-RPT-CAT-SUB
           MOVE WS-DIFF                    TO WS-GLR-RPT-CAT-DIFF
           MOVE WS-CAT-SUSP-BAL (WS-CAT-I) TO WS-GLR-RPT-CAT-SUSP
           MOVE WS-SOURCE-TEXT             TO WS-GLR-RPT-CAT-SOURCE
           WRITE FD-GLRRPT-REC FROM WS-GLR-RPT-CAT-LINE
           .
       4300-PRINT-CATEGORY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * WS-WITHIN-TOL 'Y' when WS-CHECK-AMT, either sign, is no
      * more than the tolerance.
      *---------------------------------------------------------------*
       4900-CHECK-TOLERANCE.
           IF  WS-CHECK-AMT < ZERO
               COMPUTE WS-CHECK-AMT = WS-CHECK-AMT * -1
           END-IF
           IF  WS-CHECK-AMT > WS-GLR-TOLERANCE
               MOVE 'N' TO WS-WITHIN-TOL
           ELSE
               MOVE 'Y' TO WS-WITHIN-TOL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the control balances back: each account that took
      * the day, stamped with the business date, and every
      * bucket the day opened or moved.
      *---------------------------------------------------------------*
       5000-SAVE-CONTROLS.
           PERFORM 5100-SAVE-ACCOUNT
              VARYING WS-CTL-I FROM 1 BY 1
              UNTIL WS-CTL-I > WS-CTL-ENTRIES-USED
           PERFORM 5200-SAVE-BUCKET
              VARYING WS-BKT-I FROM 1 BY 1
              UNTIL WS-BKT-I > WS-BKT-ENTRIES-USED
           EXIT.
       5100-SAVE-ACCOUNT.
           IF  WS-CTL-APPLY (WS-CTL-I) = 'Y'
               MOVE WS-CTL-GL-ACCT (WS-CTL-I) TO GLB-GL-ACCT
               MOVE SPACES                    TO GLB-TRAN-TYPE-CD
               MOVE ZERO                      TO GLB-TRAN-CAT-CD
               MOVE GLB-KEY                   TO FD-GLB-KEY
               READ GLCTLBAL-FILE INTO GL-CONTROL-BALANCE-RECORD
               IF  GLCTLBAL-STATUS NOT = '00'
                   DISPLAY 'ERROR RE-READING GL CONTROL ACCOUNT: '
                           FD-GLB-KEY
                   MOVE GLCTLBAL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               MOVE WS-CTL-BAL (WS-CTL-I) TO GLB-BAL
               MOVE PARM-DATE             TO GLB-LAST-DATE
               REWRITE FD-GLCTLBAL-REC FROM GL-CONTROL-BALANCE-RECORD
               PERFORM 5900-CHECK-GLCTLBAL-WRITE
           END-IF
           EXIT.
       5200-SAVE-BUCKET.
           EVALUATE WS-BKT-STATE (WS-BKT-I)
               WHEN 'N'
                   INITIALIZE GL-CONTROL-BALANCE-RECORD
                   MOVE WS-BKT-KEY (WS-BKT-I) TO GLB-KEY
                   MOVE WS-BKT-BAL (WS-BKT-I) TO GLB-BAL
                   MOVE PARM-DATE             TO GLB-LAST-DATE
                   MOVE GLB-KEY               TO FD-GLB-KEY
                   WRITE FD-GLCTLBAL-REC
                    FROM GL-CONTROL-BALANCE-RECORD
                   PERFORM 5900-CHECK-GLCTLBAL-WRITE
               WHEN 'C'
                   MOVE WS-BKT-KEY (WS-BKT-I) TO FD-GLB-KEY
                   READ GLCTLBAL-FILE INTO GL-CONTROL-BALANCE-RECORD
                   IF  GLCTLBAL-STATUS NOT = '00'
                       DISPLAY 'ERROR RE-READING GL CONTROL BUCKET: '
                               FD-GLB-KEY
                       MOVE GLCTLBAL-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   MOVE WS-BKT-BAL (WS-BKT-I) TO GLB-BAL
                   MOVE PARM-DATE             TO GLB-LAST-DATE
                   REWRITE FD-GLCTLBAL-REC
                      FROM GL-CONTROL-BALANCE-RECORD
                   PERFORM 5900-CHECK-GLCTLBAL-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
       5900-CHECK-GLCTLBAL-WRITE.
           IF  GLCTLBAL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING GL CONTROL BALANCE: '
                       FD-GLB-KEY
               MOVE GLCTLBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the GL control balances for dynamic I-O.
      *---------------------------------------------------------------*
       0000-GLCTLBAL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O GLCTLBAL-FILE
           IF  GLCTLBAL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING GL CONTROL BALANCE FILE'
               MOVE GLCTLBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the day's journal extract for input.
      *---------------------------------------------------------------*
       0100-GLJRNL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT GLJRNL-FILE
           IF  GLJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING GL JOURNAL EXTRACT'
               MOVE GLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the revaluation journal extract for input.
      *---------------------------------------------------------------*
       0200-FXJRNL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FXJRNL-FILE
           IF  FXJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FX JOURNAL EXTRACT'
               MOVE FXJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for sequential input.
      *---------------------------------------------------------------*
       0300-ACCTFILE-OPEN.
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
      * Opens the category balances for sequential input.
      *---------------------------------------------------------------*
       0400-TCATBAL-OPEN.
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
               DISPLAY 'ERROR OPENING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the reconciliation report for output.
      *---------------------------------------------------------------*
       0500-GLRRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT GLRRPT-FILE
           IF  GLRRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RECONCILIATION REPORT'
               MOVE GLRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the GL control balances.
      *---------------------------------------------------------------*
       9000-GLCTLBAL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE GLCTLBAL-FILE
           IF  GLCTLBAL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING GL CONTROL BALANCE FILE'
               MOVE GLCTLBAL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the day's journal extract.
      *---------------------------------------------------------------*
       9100-GLJRNL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE GLJRNL-FILE
           IF  GLJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING GL JOURNAL EXTRACT'
               MOVE GLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the revaluation journal extract.
      *---------------------------------------------------------------*
       9200-FXJRNL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE FXJRNL-FILE
           IF  FXJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FX JOURNAL EXTRACT'
               MOVE FXJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9300-ACCTFILE-CLOSE.
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
      * Closes the category balances.
      *---------------------------------------------------------------*
       9400-TCATBAL-CLOSE.
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
               DISPLAY 'ERROR CLOSING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the reconciliation report.
      *---------------------------------------------------------------*
       9500-GLRRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE GLRRPT-FILE
           IF  GLRRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RECONCILIATION REPORT'
               MOVE GLRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Raises one operational alert: opens ALERTS, writes the
      * severity-coded OPEN record keyed by timestamp + this
      * job, and closes. A failure here is logged, never fatal
      * -- the alert subsystem must not take down the job it
      * watches.
      *---------------------------------------------------------------*
       8700-RAISE-ALERT.
           OPEN I-O ALERTS-FILE
           IF  ALERTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN ALERTS FILE'
           ELSE
               INITIALIZE ALERT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-TS
               MOVE WS-ALERT-JOB-NAME           TO ALT-SOURCE-JOB
               MOVE WS-ALERT-SEVERITY           TO ALT-SEVERITY
               SET ALT-STATUS-OPEN              TO TRUE
               MOVE WS-ALERT-MESSAGE            TO ALT-MESSAGE
               WRITE FD-ALERTS-REC FROM ALERT-RECORD
               IF  ALERTS-STATUS NOT = '00'
                   DISPLAY 'WARNING: COULD NOT WRITE ALERT'
               END-IF
               CLOSE ALERTS-FILE
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the reconciliation itself was run and reported.
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
      * count of legs applied, the return code (4 holds the
      * COEOD00C sign-off) and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-APPLIED-COUNT            TO BATCH-RECORD-COUNT
           MOVE RETURN-CODE                 TO BATCH-RETURN-CD
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
