      ******************************************************************
      * Program     : CBCSR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily payment channel cash reconciliation
      *               against the bank's deposit and ACH
      *               settlement file.
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
      * CBCSR01C - Payment Channel Cash Reconciliation (Batch)
      *
      * Payments reach the accounts through several channels --
      * COBIL00C online and ACH, CBAPY01C autopay, CBLBX01C
      * lockbox, CBIVR02C IVR -- and money leaves through
      * CBBTR01C balance transfer funding and CBNSF01C returned
      * payments. Posting proves the accounts were credited;
      * this job proves the cash moved in the bank account.
      * Runs after posting, once the bank's deposit file for
      * the business date is in:
      *   1. The deposit file is proven: header for the run
      *      date, trailer count and amount hash agreeing with
      *      the detail records, and -- through the FILEREG
      *      inbound file registry (CSFRGCHK) -- not a file
      *      already taken nor one out of the bank's sequence.
      *      A rerun of the same date with the same file is
      *      recognised by the CASHREC '*DEPFILE' row and not
      *      refused. Any miss ABENDS with CASHREC untouched.
      *   2. A rerun of the date first takes back out what the
      *      earlier run applied: the date's posted totals and
      *      the deposits it added to any item.
      *   3. The transaction master's postings for the business
      *      date (TRAN-PROC-TS date, as CBGLJ01C selects) are
      *      totalled by channel -- TRAN-SOURCE through the
      *      channel table below -- as cash to the bank: a
      *      payment received positive, a balance transfer
      *      disbursed or payment returned negative. Each
      *      channel's total lands on its CASHREC item for the
      *      business date (CVCSR01Y.cpy).
      *   4. Each deposit detail is added to its channel's item
      *      for the business date the bank says it settles --
      *      today's, or an earlier day still open. A deposit
      *      for a day with nothing posted opens an item of its
      *      own.
      *   5. Every item touched today and every item still open
      *      is reconciled and aged:
      *        MATCHED           - posted and deposited agree
      *                            within the tolerance; closed
      *        TIMING            - a difference, but the item is
      *                            still within its channel's
      *                            settlement days; carried
      *                            forward to tomorrow
      *        UNMATCHED POSTING - past the settlement days,
      *                            more posted than deposited
      *        UNMATCHED DEPOSIT - past the settlement days,
      *                            more deposited than posted
      *   6. Any unmatched item raises a critical ALERTS record
      *      and ends the run RC 4 -- recorded on this job's
      *      BATCHSTS row, where the COEOD00C sign-off screen
      *      reads it and refuses to APPROVE the cycle until a
      *      clean rerun.
      *
      * The break tolerance is the CSRTOLAM business rule
      * (BIZRULE, default 1.00); the value used prints on the
      * report.
      *
      * Deposit file record layouts (100 bytes, first byte the
      * record type) are defined below -- this program is the
      * feed's only reader, the usual sole-consumer convention.
      *
      * Files accessed:
      *   DEPFILE   - Bank deposit and ACH settlement file
      *               (sequential input, 100; read twice)
      *   TRANFILE  - Transaction master (sequential input)
      *   CASHREC   - Cash reconciliation items (KSDS,
      *               dynamic I-O)
      *   CSRRPT    - Reconciliation report (132, output)
      *   ALERTS    - Operational alerts (KSDS, random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *   BIZRULE   - Business rules, through CSBRPLKP
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date whose postings and deposits are taken.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCSR01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPFILE-FILE ASSIGN TO DEPFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS DEPFILE-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT CASHREC-FILE ASSIGN TO CASHREC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CSR-KEY
                  FILE STATUS  IS CASHREC-STATUS.

           SELECT CSRRPT-FILE ASSIGN TO CSRRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CSRRPT-STATUS.

      * ALERTS: operational alert records this job raises when
      * an item is left unmatched; worked on the COALT00C
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
      * FD for the bank deposit file (100 bytes)
       FD  DEPFILE-FILE.
       01  FD-DEPFILE-REC                       PIC X(100).

      * Transaction master - 370-byte record: data(304),
      *   process timestamp(26), filler(40)
       FD  TRANSACT-FILE.
       01 FD-TRANFILE-REC.
          05 FD-TRANS-DATA      PIC X(304).
          05 FD-TRAN-PROC-TS    PIC X(26).
          05 FD-FILLER          PIC X(40).

      * FD for the cash reconciliation items VSAM (120 bytes)
       FD  CASHREC-FILE.
       01  FD-CASHREC-REC.
           05 FD-CSR-KEY                        PIC X(18).
           05 FD-CSR-DATA                       PIC X(102).

      * FD for the reconciliation report (132-byte print)
       FD  CSRRPT-FILE.
       01  FD-CSRRPT-REC                        PIC X(132).

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
      * Bank deposit file layouts (100 bytes). Header, one
      * detail per credit or debit the bank booked for a
      * channel, trailer with the detail count and the sum of
      * the detail amounts in cents.
       01  DEPOSIT-RECORD                       PIC X(100).
       01  DEPOSIT-HEADER-REC REDEFINES DEPOSIT-RECORD.
           05 DPH-REC-TYPE              PIC X(01).
           05 DPH-FILE-DATE             PIC X(10).
           05 DPH-BANK-ID               PIC X(10).
           05 DPH-FILE-SEQ              PIC 9(06).
           05 FILLER                    PIC X(73).
       01  DEPOSIT-DETAIL-REC REDEFINES DEPOSIT-RECORD.
           05 DPD-REC-TYPE              PIC X(01).
      * The bank's name for the channel -- the CASHREC channel
      * codes (CVCSR01Y.cpy); any other goes to OTHER
           05 DPD-CHANNEL               PIC X(08).
      * Business date of the postings the item settles; the
      * run date when the bank leaves it blank
           05 DPD-BUS-DATE              PIC X(10).
           05 DPD-VALUE-DATE            PIC X(10).
           05 DPD-DR-CR                 PIC X(01).
              88 DPD-CREDIT                       VALUE 'C'.
              88 DPD-DEBIT                        VALUE 'D'.
           05 DPD-AMOUNT                PIC 9(11)V99.
           05 DPD-ITEM-COUNT            PIC 9(07).
           05 DPD-BANK-REF              PIC X(16).
           05 FILLER                    PIC X(34).
       01  DEPOSIT-TRAILER-REC REDEFINES DEPOSIT-RECORD.
           05 DPT-REC-TYPE              PIC X(01).
           05 DPT-ITEM-COUNT            PIC 9(09).
           05 DPT-AMOUNT-HASH           PIC 9(15).
           05 FILLER                    PIC X(75).
       01  DEPFILE-STATUS.
           05  DEPFILE-STAT1       PIC X.
           05  DEPFILE-STAT2       PIC X.

      * CVTRA05Y: 370-byte posted transaction master record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVCSR01Y: 120-byte cash reconciliation item
       COPY CVCSR01Y.
       01  CASHREC-STATUS.
           05  CASHREC-STAT1       PIC X.
           05  CASHREC-STAT2       PIC X.

       01  CSRRPT-STATUS.
           05  CSRRPT-STAT1        PIC X.
           05  CSRRPT-STAT2        PIC X.

      * CSALT01Y: 160-byte operational alert record, raised
      * when an item is left unmatched
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.
      * The alert being raised (8700-RAISE-ALERT)
       01  WS-ALERT-SEVERITY        PIC X(01) VALUE SPACES.
       01  WS-ALERT-MESSAGE         PIC X(80) VALUE SPACES.
       01  WS-ALERT-JOB-NAME        PIC X(08) VALUE 'CBCSR01C'.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCSR01C'.
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
      * rounding and counts as matched -- CSRTOLAM business
      * rule, this value when none is in force.
       01  WS-CSR-TOLERANCE         PIC S9(07)V99 VALUE 1.00.

      * The channels: the TRAN-SOURCE a posting carries, the
      * CASHREC channel it reconciles under, and the calendar
      * days the bank takes to settle it. The last entry takes
      * every payment source not named above it.
       01  WS-CHN-TABLE-DATA.
           05 FILLER               PIC X(19) VALUE
              'ONLINE    ONLINE  1'.
           05 FILLER               PIC X(19) VALUE
              'ACH       ACH     1'.
           05 FILLER               PIC X(19) VALUE
              'AUTOPAY   AUTOPAY 1'.
           05 FILLER               PIC X(19) VALUE
              'LOCKBOX   LOCKBOX 0'.
           05 FILLER               PIC X(19) VALUE
              'IVR       IVR     1'.
           05 FILLER               PIC X(19) VALUE
              'BALXFER   BALXFER 1'.
           05 FILLER               PIC X(19) VALUE
              'NSFRETURN RETURNS 0'.
           05 FILLER               PIC X(19) VALUE
              '**********OTHER   1'.
       01  WS-CHN-TABLE REDEFINES WS-CHN-TABLE-DATA.
           05 WS-CHN-ENTRY OCCURS 8 TIMES
                            INDEXED BY WS-CHN-IDX.
              10 WS-CHN-SOURCE          PIC X(10).
              10 WS-CHN-CODE            PIC X(08).
              10 WS-CHN-LAG-DAYS        PIC 9(01).
       01  WS-CHN-COUNT                 PIC S9(04) COMP VALUE 8.
       01  WS-CHN-OTHER                 PIC S9(04) COMP VALUE 8.
       01  WS-CHN-AT                    PIC S9(04) COMP VALUE 0.
       01  WS-CHN-I                     PIC S9(04) COMP VALUE 0.

      * Per-channel figures for the summary, in channel table
      * order
       01  WS-CHN-TOTALS.
           05 WS-CHT-ENTRY OCCURS 8 TIMES.
              10 WS-CHT-POSTED-AMT      PIC S9(13)V99 COMP-3.
              10 WS-CHT-POSTED-CNT      PIC 9(09) COMP-3.
              10 WS-CHT-DEP-AMT         PIC S9(13)V99 COMP-3.
              10 WS-CHT-DEP-CNT         PIC 9(09) COMP-3.
              10 WS-CHT-MATCHED-CNT     PIC 9(07) COMP-3.
              10 WS-CHT-TIMING-AMT      PIC S9(13)V99 COMP-3.
              10 WS-CHT-TIMING-CNT      PIC 9(07) COMP-3.
              10 WS-CHT-UNPOST-AMT      PIC S9(13)V99 COMP-3.
              10 WS-CHT-UNPOST-CNT      PIC 9(07) COMP-3.
              10 WS-CHT-UNDEP-AMT       PIC S9(13)V99 COMP-3.
              10 WS-CHT-UNDEP-CNT       PIC 9(07) COMP-3.

      * Deposit file proof
       01 WS-DEP-PROOF.
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-FILE-BANK              PIC X(10) VALUE SPACES.
           05 WS-FILE-SEQ               PIC 9(06) VALUE 0.
           05 WS-ITEM-COUNT             PIC 9(09) VALUE 0.
           05 WS-AMOUNT-HASH            PIC 9(15) VALUE 0.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-TRL-HASH               PIC 9(15) VALUE 0.
      * 'Y' -- this date already took this same file; a rerun
           05 WS-SAME-FILE-RERUN        PIC X(01) VALUE 'N'.

      * Per-item working figures
       01 WS-ITEM-WORK.
           05 WS-CASH-AMT               PIC S9(13)V99 COMP-3.
           05 WS-DIFF                   PIC S9(13)V99 COMP-3.
           05 WS-ABS-DIFF               PIC S9(13)V99 COMP-3.
           05 WS-AGE-DAYS               PIC S9(07) COMP-3.
           05 WS-ITEM-CHANGED           PIC X(01) VALUE 'N'.
           05 WS-ITEM-WANTED            PIC X(01) VALUE 'N'.
           05 WS-PRIOR-STATUS           PIC X(01) VALUE SPACE.
           05 WS-STATUS-TEXT            PIC X(24) VALUE SPACES.
           05 WS-WANTED-CHANNEL         PIC X(08) VALUE SPACES.
           05 WS-WANTED-BUS-DATE        PIC X(10) VALUE SPACES.

      * Dates as day numbers, for aging
       01 WS-DATE-WORK.
           05 WS-DATE-N                 PIC 9(08) VALUE 0.
           05 WS-RUN-INT                PIC S9(09) COMP VALUE 0.
           05 WS-BUS-INT                PIC S9(09) COMP VALUE 0.

      * Run counters
       01 WS-COUNTERS.
           05 WS-TRAN-COUNT             PIC 9(09) COMP-3 VALUE 0.
           05 WS-SELECTED-COUNT         PIC 9(09) COMP-3 VALUE 0.
           05 WS-DEPOSIT-COUNT          PIC 9(09) COMP-3 VALUE 0.
           05 WS-RESET-COUNT            PIC 9(07) COMP-3 VALUE 0.
           05 WS-ITEMS-SEEN             PIC 9(07) COMP-3 VALUE 0.
           05 WS-MATCHED-COUNT          PIC 9(07) COMP-3 VALUE 0.
           05 WS-TIMING-COUNT           PIC 9(07) COMP-3 VALUE 0.
           05 WS-BREAK-COUNT            PIC 9(07) COMP-3 VALUE 0.
           05 WS-BREAK-AMT              PIC S9(13)V99 COMP-3
                                         VALUE 0.

      * Reconciliation report lines
       01 WS-CSR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                 VALUE 'PAYMENT CHANNEL CASH RECONCILIATION'.
           05 FILLER                    PIC X(17)
                 VALUE 'BUSINESS DATE : '.
           05 WS-CSR-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(65) VALUE SPACES.
       01 WS-CSR-RPT-FILE-LINE.
           05 FILLER                    PIC X(17)
                 VALUE 'DEPOSIT FILE  : '.
           05 WS-CSR-RPT-BANK           PIC X(10).
           05 FILLER                    PIC X(07) VALUE ' DATED '.
           05 WS-CSR-RPT-FILE-DATE      PIC X(10).
           05 FILLER                    PIC X(06) VALUE ' SEQ '.
           05 WS-CSR-RPT-FILE-SEQ       PIC 9(06).
           05 FILLER                    PIC X(10) VALUE ' ITEMS '.
           05 WS-CSR-RPT-FILE-ITEMS     PIC Z(08)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CSR-RPT-FILE-NOTE      PIC X(30).
           05 FILLER                    PIC X(25) VALUE SPACES.
       01 WS-CSR-RPT-RULE.
           05 FILLER                    PIC X(17)
                 VALUE 'RULE          : '.
           05 WS-CSR-RPT-RULE-TEXT      PIC X(80).
           05 FILLER                    PIC X(35) VALUE SPACES.
       01 WS-CSR-RPT-TITLE.
           05 WS-CSR-RPT-TITLE-TEXT     PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CSR-RPT-ITEM-HDR.
           05 FILLER                    PIC X(44) VALUE
              'CHANNEL   BUS DATE            POSTED  CNT   '.
           05 FILLER                    PIC X(44) VALUE
              '       DEPOSITED  CNT        DIFFERENCE   AG'.
           05 FILLER                    PIC X(44) VALUE
              'E  STATUS                                   '.
       01 WS-CSR-RPT-ITEM-LINE.
           05 WS-CSR-RPT-CHANNEL        PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CSR-RPT-BUS-DATE       PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-POSTED         PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-POSTED-CNT     PIC Z(04)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-DEPOSITED      PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-DEP-CNT        PIC Z(04)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-DIFF           PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-AGE            PIC Z(04)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CSR-RPT-STATUS         PIC X(24).
           05 FILLER                    PIC X(17) VALUE SPACES.
       01 WS-CSR-RPT-CHN-HDR1.
           05 FILLER                    PIC X(44) VALUE
              'CHANNEL         POSTED TODAY     DEPOSITED T'.
           05 FILLER                    PIC X(44) VALUE
              'ODAY MATCHED    TIMING CARRIED FWD   UNMATCH'.
           05 FILLER                    PIC X(44) VALUE
              'ED POSTINGS  UNMATCHED DEPOSITS             '.
       01 WS-CSR-RPT-CHN-LINE.
           05 WS-CSR-RPT-CHN-CODE       PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-POSTED     PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-DEP        PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-MATCHED    PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-TIMING     PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-TIM-CNT    PIC Z(03)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-UNPOST     PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-UNP-CNT    PIC Z(03)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-UNDEP      PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CSR-RPT-CHN-UND-CNT    PIC Z(03)9.
           05 FILLER                    PIC X(03) VALUE SPACES.
       01 WS-CSR-RPT-COUNT-LINE.
           05 WS-CSR-RPT-CNT-LABEL      PIC X(30).
           05 WS-CSR-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-CSR-RPT-STATUS-LINE.
           05 FILLER                    PIC X(24)
                 VALUE 'RECONCILIATION STATUS : '.
           05 WS-CSR-RPT-RUN-STATUS     PIC X(40).
           05 FILLER                    PIC X(68) VALUE SPACES.
       01 WS-CSR-RPT-BLANK              PIC X(132) VALUE SPACES.
       01 WS-CSR-AMT-EDIT               PIC -(12)9.99.
       01 WS-CSR-CNT-EDIT               PIC 9(07).

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01  WS-BRP-WORK-AREA.
           05 FILLER.
       COPY CSBRPWY.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD,
      * same interface as CBGLR01C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: proves the deposit file, takes back a
      * rerun's earlier work, totals the day's postings,
      * applies the deposits, reconciles and ages every open
      * item, and reports.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCSR01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-DEPFILE-OPEN.
           PERFORM 0100-TRANFILE-OPEN.
           PERFORM 0200-CASHREC-OPEN.
           PERFORM 0300-CSRRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 0500-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE(1:4) TO WS-DATE-N(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-N(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-N(7:2)
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
           INITIALIZE WS-CHN-TOTALS

      * Pass 1: the deposit file is proven before anything moves
           MOVE 'N' TO END-OF-FILE
           PERFORM 1000-VERIFY-NEXT-DEPOSIT
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 1500-PROVE-DEPOSIT-FILE.

      * A rerun of the date takes back its earlier work
           PERFORM 2000-RESET-RERUN.

      * The day's postings by channel, onto today's items
           MOVE 'N' TO END-OF-FILE
           PERFORM 3000-TOTAL-NEXT-TRAN
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 3200-STORE-POSTED
              VARYING WS-CHN-I FROM 1 BY 1
              UNTIL WS-CHN-I > WS-CHN-COUNT.

      * Pass 2: the deposits, onto the items they settle
           PERFORM 9000-DEPFILE-CLOSE.
           PERFORM 0000-DEPFILE-OPEN.
           MOVE 'N' TO END-OF-FILE
           PERFORM 4000-APPLY-NEXT-DEPOSIT
              UNTIL END-OF-FILE = 'Y'.

      * Every item touched today or still open, reconciled,
      * aged and reported
           PERFORM 5000-WRITE-HEADINGS.
           PERFORM 5100-RECONCILE-ITEMS.
           PERFORM 6000-PRINT-SUMMARY.

      * An unmatched item is the alert subsystem's business --
      * raise it critical, and end RC 4 so the sign-off screen
      * holds the cycle
           IF  WS-BREAK-COUNT > 0
               MOVE WS-BREAK-AMT TO WS-CSR-AMT-EDIT
               MOVE WS-BREAK-COUNT TO WS-CSR-CNT-EDIT
               MOVE 'C' TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING 'CASH RECON UNMATCHED ITEMS: '
                                        DELIMITED BY SIZE
                      WS-CSR-CNT-EDIT   DELIMITED BY SIZE
                      ' NET '           DELIMITED BY SIZE
                      WS-CSR-AMT-EDIT   DELIMITED BY SIZE
                 INTO WS-ALERT-MESSAGE
               PERFORM 8700-RAISE-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM 9000-DEPFILE-CLOSE.
           PERFORM 9100-TRANFILE-CLOSE.
           PERFORM 9200-CASHREC-CLOSE.
           PERFORM 9300-CSRRPT-CLOSE.

           DISPLAY 'DEPOSIT ITEMS READ     :' WS-ITEM-COUNT
           DISPLAY 'TRANSACTIONS READ      :' WS-TRAN-COUNT
           DISPLAY 'CHANNEL POSTINGS TAKEN :' WS-SELECTED-COUNT
           DISPLAY 'DEPOSITS APPLIED       :' WS-DEPOSIT-COUNT
           DISPLAY 'ITEMS RESET FOR RERUN  :' WS-RESET-COUNT
           DISPLAY 'ITEMS RECONCILED       :' WS-ITEMS-SEEN
           DISPLAY 'ITEMS MATCHED          :' WS-MATCHED-COUNT
           DISPLAY 'TIMING ITEMS CARRIED   :' WS-TIMING-COUNT
           DISPLAY 'UNMATCHED ITEMS        :' WS-BREAK-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCSR01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * The break tolerance in force on the business date.
      *---------------------------------------------------------------*
       0500-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE              TO WS-BRP-DATE
           MOVE 'CSRTOLAM'             TO WS-BRP-CODE
           MOVE WS-CSR-TOLERANCE       TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           IF WS-BRP-VALUE NOT < 0 AND WS-BRP-VALUE < 1000000
              MOVE WS-BRP-VALUE        TO WS-CSR-TOLERANCE
           END-IF
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Pass 1: reads the next deposit file record and proves
      * it into the control totals and the content hash.
      *---------------------------------------------------------------*
       1000-VERIFY-NEXT-DEPOSIT.
           PERFORM 1050-DEPFILE-GET-NEXT
           IF  END-OF-FILE = 'N'
               PERFORM 1100-VERIFY-RECORD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next deposit file record sequentially.
      *---------------------------------------------------------------*
       1050-DEPFILE-GET-NEXT.
           READ DEPFILE-FILE INTO DEPOSIT-RECORD.
           IF  DEPFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  DEPFILE-STATUS = '10'
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
                   DISPLAY 'ERROR READING DEPOSIT FILE'
                   MOVE DEPFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-1 verification of one record: captures the header,
      * accumulates count and amount hash, captures the trailer.
      *---------------------------------------------------------------*
       1100-VERIFY-RECORD.
           EVALUATE DPH-REC-TYPE
               WHEN 'H'
                   MOVE 'Y'           TO WS-HEADER-SEEN
                   MOVE DPH-FILE-DATE TO WS-FILE-DATE
                   MOVE DPH-BANK-ID   TO WS-FILE-BANK
                   IF  DPH-FILE-SEQ IS NUMERIC
                       MOVE DPH-FILE-SEQ TO WS-FILE-SEQ
                   ELSE
                       MOVE 0 TO WS-FILE-SEQ
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE DEPOSIT-RECORD TO WS-FRG-REC-BUF
                   MOVE 100            TO WS-FRG-REC-LEN
                   PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
                   IF  DPD-AMOUNT IS NUMERIC
                       AND (DPD-CREDIT OR DPD-DEBIT)
                       COMPUTE WS-AMOUNT-HASH =
                          WS-AMOUNT-HASH + (DPD-AMOUNT * 100)
                   ELSE
                       DISPLAY 'BAD DEPOSIT AMOUNT OR DR/CR CODE: '
                               DPD-BANK-REF
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
               WHEN 'T'
                   MOVE 'Y'             TO WS-TRAILER-SEEN
                   MOVE DPT-ITEM-COUNT  TO WS-TRL-COUNT
                   MOVE DPT-AMOUNT-HASH TO WS-TRL-HASH
               WHEN OTHER
                   DISPLAY 'UNKNOWN DEPOSIT FILE RECORD TYPE'
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with the run's date, trailer
      * present with matching count and hash, and the file new
      * to the registry and in the bank's sequence -- or the
      * very file this date already took, on a rerun. Any miss
      * ABENDS with CASHREC untouched.
      *---------------------------------------------------------------*
       1500-PROVE-DEPOSIT-FILE.
           IF  WS-HEADER-SEEN NOT = 'Y'
               OR WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'DEPOSIT FILE MISSING HEADER OR TRAILER'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FILE-DATE NOT = PARM-DATE
               DISPLAY 'DEPOSIT FILE DATE ' WS-FILE-DATE
                  ' IS NOT RUN DATE ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-COUNT NOT = WS-ITEM-COUNT
               DISPLAY 'DEPOSIT FILE COUNT MISMATCH: TRAILER '
                  WS-TRL-COUNT ' READ ' WS-ITEM-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-HASH NOT = WS-AMOUNT-HASH
               DISPLAY 'DEPOSIT FILE AMOUNT HASH MISMATCH'
               PERFORM 9999-ABEND-PROGRAM
           END-IF

      * The file this date took before, if any
           MOVE '*DEPFILE' TO CSR-CHANNEL
           MOVE PARM-DATE  TO CSR-BUS-DATE
           MOVE CSR-KEY    TO FD-CSR-KEY
           READ CASHREC-FILE INTO CASH-RECON-RECORD
           EVALUATE CASHREC-STATUS
               WHEN '00'
                   IF  CSR-FILE-COUNT = WS-FRG-COUNT
                       AND CSR-FILE-HASH = WS-FRG-HASH
                       MOVE 'Y' TO WS-SAME-FILE-RERUN
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CASH RECON FILE CONTROL'
                   MOVE CASHREC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE

           IF  WS-SAME-FILE-RERUN = 'Y'
               DISPLAY 'DEPOSIT FILE ALREADY TAKEN FOR '
                  PARM-DATE ' - RERUN OF THE DATE'
           ELSE
               INITIALIZE FILE-REGISTRY-RECORD
               MOVE 'DEPFILE'          TO FRG-FEED-ID
               MOVE WS-FILE-BANK       TO FRG-SENDER
               MOVE WS-FILE-DATE       TO FRG-FILE-DATE
               MOVE WS-FILE-SEQ        TO FRG-FILE-SEQ
               MOVE WS-BATCH-JOB-NAME  TO FRG-INTAKE-JOB
               MOVE PARM-DATE          TO FRG-RUN-DATE
               PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
               IF  NOT FRG-ACCEPTED
                   DISPLAY 'DEPOSIT FILE REFUSED BY FILE REGISTRY - '
                      'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 1600-RECORD-DEPOSIT-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Records the file this date took on its '*DEPFILE' row,
      * replacing a different file an earlier run took.
      *---------------------------------------------------------------*
       1600-RECORD-DEPOSIT-FILE.
           IF  CASHREC-STATUS = '23'
               INITIALIZE CASH-RECON-RECORD
               MOVE '*DEPFILE'   TO CSR-CHANNEL
               MOVE PARM-DATE    TO CSR-BUS-DATE
           END-IF
           MOVE WS-FRG-COUNT TO CSR-FILE-COUNT
           MOVE WS-FRG-HASH  TO CSR-FILE-HASH
           MOVE SPACE        TO CSR-STATUS
           MOVE 0            TO CSR-AGE-DAYS
           MOVE PARM-DATE    TO CSR-LAST-RUN-DATE
           IF  CASHREC-STATUS = '23'
               WRITE FD-CASHREC-REC FROM CASH-RECON-RECORD
           ELSE
               REWRITE FD-CASHREC-REC FROM CASH-RECON-RECORD
           END-IF
           PERFORM 7900-CHECK-CASHREC-WRITE
           EXIT.
      *---------------------------------------------------------------*
      * Takes back what an earlier run of this date applied: the
      * date's own posted totals, and the deposits it added to
      * any item. A first run finds nothing to take back.
      *---------------------------------------------------------------*
       2000-RESET-RERUN.
           MOVE LOW-VALUES TO FD-CSR-KEY
           START CASHREC-FILE KEY IS NOT LESS THAN FD-CSR-KEY
              INVALID KEY
                 MOVE 'Y' TO END-OF-FILE
              NOT INVALID KEY
                 MOVE 'N' TO END-OF-FILE
           END-START
           PERFORM 2100-RESET-NEXT-ITEM
              UNTIL END-OF-FILE = 'Y'
           IF  WS-RESET-COUNT > 0
               DISPLAY 'RERUN OF ' PARM-DATE ' - ITEMS RESET: '
                       WS-RESET-COUNT
           END-IF
           EXIT.
       2100-RESET-NEXT-ITEM.
           PERFORM 7000-CASHREC-READ-NEXT
           IF  END-OF-FILE = 'Y'
               OR CSR-DEPFILE-ROW
               CONTINUE
           ELSE
               MOVE 'N' TO WS-ITEM-CHANGED
               IF  CSR-LAST-DEP-DATE = PARM-DATE
                   SUBTRACT CSR-LAST-DEP-AMT   FROM CSR-DEPOSIT-AMT
                   SUBTRACT CSR-LAST-DEP-COUNT FROM CSR-DEPOSIT-COUNT
                   MOVE SPACES TO CSR-LAST-DEP-DATE
                   MOVE 0      TO CSR-LAST-DEP-AMT
                                  CSR-LAST-DEP-COUNT
                   MOVE 'Y'    TO WS-ITEM-CHANGED
               END-IF
               IF  CSR-BUS-DATE = PARM-DATE
                   MOVE 0      TO CSR-POSTED-AMT
                                  CSR-POSTED-COUNT
                   MOVE 'Y'    TO WS-ITEM-CHANGED
               END-IF
               IF  WS-ITEM-CHANGED = 'Y'
                   ADD 1 TO WS-RESET-COUNT
                   REWRITE FD-CASHREC-REC FROM CASH-RECON-RECORD
                   PERFORM 7900-CHECK-CASHREC-WRITE
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next transaction; a posting of the business
      * date that moves cash is added to its channel.
      *---------------------------------------------------------------*
       3000-TOTAL-NEXT-TRAN.
           READ TRANSACT-FILE INTO TRAN-RECORD
           EVALUATE TRANFILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-TRAN-COUNT
                   IF  TRAN-PROC-TS(1:10) = PARM-DATE
                       PERFORM 3100-CLASSIFY-TRAN
                          THRU 3100-CLASSIFY-TRAN-EXIT
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING TRANSACTION FILE'
                   MOVE TRANFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * The channel of one posting: every payment (type '02')
      * by its source, a balance transfer disbursement (type
      * '10' from BALXFER) and a returned payment's reversal
      * (type '07' category 0004 from NSFRETURN). Anything else
      * moves no cash and is passed over -- as does a payment
      * moved between accounts (PAYXFER), whose cash came in
      * with the original payment.
      *---------------------------------------------------------------*
       3100-CLASSIFY-TRAN.
           EVALUATE TRUE
               WHEN TRAN-TYPE-CD = '02'
                    AND TRAN-SOURCE = 'PAYXFER'
                   GO TO 3100-CLASSIFY-TRAN-EXIT
               WHEN TRAN-TYPE-CD = '02'
                   CONTINUE
               WHEN TRAN-TYPE-CD = '10'
                    AND TRAN-SOURCE = 'BALXFER'
                   CONTINUE
               WHEN TRAN-TYPE-CD = '07'
                    AND TRAN-CAT-CD = 0004
                    AND TRAN-SOURCE = 'NSFRETURN'
                   CONTINUE
               WHEN OTHER
                   GO TO 3100-CLASSIFY-TRAN-EXIT
           END-EVALUATE
           SET WS-CHN-IDX TO 1
           SEARCH WS-CHN-ENTRY
              AT END
                 MOVE WS-CHN-OTHER TO WS-CHN-AT
              WHEN WS-CHN-SOURCE (WS-CHN-IDX) = TRAN-SOURCE
                 SET WS-CHN-AT TO WS-CHN-IDX
           END-SEARCH
      * Cash to the bank: a payment credit (negative amount)
      * is money in
           COMPUTE WS-CASH-AMT = 0 - TRAN-AMT
           ADD WS-CASH-AMT TO WS-CHT-POSTED-AMT (WS-CHN-AT)
           ADD 1           TO WS-CHT-POSTED-CNT (WS-CHN-AT)
           ADD 1           TO WS-SELECTED-COUNT
           .
       3100-CLASSIFY-TRAN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Puts one channel's posted total on its item for the
      * business date, opening the item when it is new. A
      * channel with nothing posted today gets no item here.
      *---------------------------------------------------------------*
       3200-STORE-POSTED.
           IF  WS-CHT-POSTED-CNT (WS-CHN-I) > 0
               MOVE WS-CHN-CODE (WS-CHN-I) TO WS-WANTED-CHANNEL
               MOVE PARM-DATE              TO WS-WANTED-BUS-DATE
               PERFORM 7100-READ-OR-OPEN-ITEM
               MOVE WS-CHT-POSTED-AMT (WS-CHN-I) TO CSR-POSTED-AMT
               MOVE WS-CHT-POSTED-CNT (WS-CHN-I) TO CSR-POSTED-COUNT
               PERFORM 7200-WRITE-OR-REWRITE-ITEM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2: reads the next deposit file record and applies
      * each detail to the item it settles.
      *---------------------------------------------------------------*
       4000-APPLY-NEXT-DEPOSIT.
           PERFORM 1050-DEPFILE-GET-NEXT
           IF  END-OF-FILE = 'N'
               AND DPD-REC-TYPE = 'D'
               PERFORM 4100-APPLY-DEPOSIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One deposit detail onto its channel's item for the
      * business date the bank gives -- an open item from an
      * earlier day, today's, or a new one when nothing was
      * posted for that channel and day. The amount is also
      * kept as this run's deposit on the item, for a rerun.
      *---------------------------------------------------------------*
       4100-APPLY-DEPOSIT.
           SET WS-CHN-IDX TO 1
           SEARCH WS-CHN-ENTRY
              AT END
                 MOVE WS-CHN-OTHER TO WS-CHN-AT
              WHEN WS-CHN-CODE (WS-CHN-IDX) = DPD-CHANNEL
                 SET WS-CHN-AT TO WS-CHN-IDX
           END-SEARCH
           IF  DPD-CREDIT
               MOVE DPD-AMOUNT TO WS-CASH-AMT
           ELSE
               COMPUTE WS-CASH-AMT = 0 - DPD-AMOUNT
           END-IF

           MOVE WS-CHN-CODE (WS-CHN-AT) TO WS-WANTED-CHANNEL
           IF  DPD-BUS-DATE = SPACES OR LOW-VALUES
               OR DPD-BUS-DATE > PARM-DATE
               MOVE PARM-DATE    TO WS-WANTED-BUS-DATE
           ELSE
               MOVE DPD-BUS-DATE TO WS-WANTED-BUS-DATE
           END-IF
           PERFORM 7100-READ-OR-OPEN-ITEM

           ADD WS-CASH-AMT    TO CSR-DEPOSIT-AMT
           ADD DPD-ITEM-COUNT TO CSR-DEPOSIT-COUNT
           IF  CSR-LAST-DEP-DATE NOT = PARM-DATE
               MOVE PARM-DATE TO CSR-LAST-DEP-DATE
               MOVE 0         TO CSR-LAST-DEP-AMT
                                 CSR-LAST-DEP-COUNT
           END-IF
           ADD WS-CASH-AMT    TO CSR-LAST-DEP-AMT
           ADD DPD-ITEM-COUNT TO CSR-LAST-DEP-COUNT
           PERFORM 7200-WRITE-OR-REWRITE-ITEM

           ADD WS-CASH-AMT    TO WS-CHT-DEP-AMT (WS-CHN-AT)
           ADD DPD-ITEM-COUNT TO WS-CHT-DEP-CNT (WS-CHN-AT)
           ADD 1              TO WS-DEPOSIT-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Report title, the deposit file taken, the rule in force,
      * and the item column headings.
      *---------------------------------------------------------------*
       5000-WRITE-HEADINGS.
           MOVE PARM-DATE TO WS-CSR-RPT-RUN-DATE
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-HEADER
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-BLANK
           MOVE WS-FILE-BANK  TO WS-CSR-RPT-BANK
           MOVE WS-FILE-DATE  TO WS-CSR-RPT-FILE-DATE
           MOVE WS-FILE-SEQ   TO WS-CSR-RPT-FILE-SEQ
           MOVE WS-ITEM-COUNT TO WS-CSR-RPT-FILE-ITEMS
           IF  WS-SAME-FILE-RERUN = 'Y'
               MOVE 'RERUN - FILE ALREADY TAKEN'
                                   TO WS-CSR-RPT-FILE-NOTE
           ELSE
               MOVE 'REGISTERED'   TO WS-CSR-RPT-FILE-NOTE
           END-IF
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-FILE-LINE
           PERFORM 5010-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-BLANK
           MOVE 'OPEN AND TODAY''S ITEMS BY CHANNEL AND BUSINESS DATE'
                                   TO WS-CSR-RPT-TITLE-TEXT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-TITLE
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-ITEM-HDR
           IF  CSRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CASH RECON REPORT'
               MOVE CSRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       5010-WRITE-RULE-LINE.
           MOVE WS-BRP-RPT-LINE(WS-BRP-SUB) TO WS-CSR-RPT-RULE-TEXT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-RULE
           EXIT.
      *---------------------------------------------------------------*
      * Walks every item: those still open, and those today's
      * postings or deposits touched, are reconciled and aged.
      *---------------------------------------------------------------*
       5100-RECONCILE-ITEMS.
           MOVE LOW-VALUES TO FD-CSR-KEY
           START CASHREC-FILE KEY IS NOT LESS THAN FD-CSR-KEY
              INVALID KEY
                 MOVE 'Y' TO END-OF-FILE
              NOT INVALID KEY
                 MOVE 'N' TO END-OF-FILE
           END-START
           PERFORM 5200-RECONCILE-NEXT-ITEM
              THRU 5200-RECONCILE-NEXT-ITEM-EXIT
              UNTIL END-OF-FILE = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One item: the difference, the days since its business
      * date, and its state --
      *   within tolerance           -> MATCHED, closed today
      *   within the settlement days -> TIMING, carried forward
      *   more posted than deposited -> UNMATCHED POSTING
      *   more deposited than posted -> UNMATCHED DEPOSIT
      * The last two are the breaks that hold the sign-off.
      *---------------------------------------------------------------*
       5200-RECONCILE-NEXT-ITEM.
           PERFORM 7000-CASHREC-READ-NEXT
           IF  END-OF-FILE = 'Y'
               OR CSR-DEPFILE-ROW
               GO TO 5200-RECONCILE-NEXT-ITEM-EXIT
           END-IF
           IF  NOT CSR-OPEN-ITEM
               AND CSR-BUS-DATE NOT = PARM-DATE
               AND CSR-LAST-DEP-DATE NOT = PARM-DATE
               GO TO 5200-RECONCILE-NEXT-ITEM-EXIT
           END-IF
      * An item dated after the run date belongs to a later
      * cycle already run; it is left alone
           IF  CSR-BUS-DATE > PARM-DATE
               GO TO 5200-RECONCILE-NEXT-ITEM-EXIT
           END-IF

           ADD 1 TO WS-ITEMS-SEEN
           SET WS-CHN-IDX TO 1
           SEARCH WS-CHN-ENTRY
              AT END
                 MOVE WS-CHN-OTHER TO WS-CHN-AT
              WHEN WS-CHN-CODE (WS-CHN-IDX) = CSR-CHANNEL
                 SET WS-CHN-AT TO WS-CHN-IDX
           END-SEARCH

           MOVE CSR-BUS-DATE(1:4) TO WS-DATE-N(1:4)
           MOVE CSR-BUS-DATE(6:2) TO WS-DATE-N(5:2)
           MOVE CSR-BUS-DATE(9:2) TO WS-DATE-N(7:2)
           COMPUTE WS-BUS-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N)
           COMPUTE WS-AGE-DAYS = WS-RUN-INT - WS-BUS-INT
           COMPUTE WS-DIFF = CSR-POSTED-AMT - CSR-DEPOSIT-AMT
           IF  WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF

           MOVE CSR-STATUS TO WS-PRIOR-STATUS
           EVALUATE TRUE
               WHEN WS-ABS-DIFF NOT > WS-CSR-TOLERANCE
                   SET CSR-MATCHED TO TRUE
                   IF  WS-PRIOR-STATUS NOT = 'M'
                       MOVE PARM-DATE TO CSR-CLEARED-DATE
                   END-IF
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD 1 TO WS-CHT-MATCHED-CNT (WS-CHN-AT)
                   MOVE 'MATCHED'                 TO WS-STATUS-TEXT
               WHEN WS-AGE-DAYS NOT > WS-CHN-LAG-DAYS (WS-CHN-AT)
                   SET CSR-TIMING TO TRUE
                   MOVE SPACES TO CSR-CLEARED-DATE
                   ADD 1 TO WS-TIMING-COUNT
                   ADD WS-DIFF TO WS-CHT-TIMING-AMT (WS-CHN-AT)
                   ADD 1       TO WS-CHT-TIMING-CNT (WS-CHN-AT)
                   MOVE 'TIMING - CARRIED FWD'    TO WS-STATUS-TEXT
               WHEN WS-DIFF > 0
                   SET CSR-UNMATCHED-POSTING TO TRUE
                   MOVE SPACES TO CSR-CLEARED-DATE
                   ADD 1 TO WS-BREAK-COUNT
                   ADD WS-DIFF TO WS-BREAK-AMT
                   ADD WS-DIFF TO WS-CHT-UNPOST-AMT (WS-CHN-AT)
                   ADD 1       TO WS-CHT-UNPOST-CNT (WS-CHN-AT)
                   MOVE 'UNMATCHED POSTING'       TO WS-STATUS-TEXT
               WHEN OTHER
                   SET CSR-UNMATCHED-DEPOSIT TO TRUE
                   MOVE SPACES TO CSR-CLEARED-DATE
                   ADD 1 TO WS-BREAK-COUNT
                   ADD WS-DIFF TO WS-BREAK-AMT
                   ADD WS-DIFF TO WS-CHT-UNDEP-AMT (WS-CHN-AT)
                   ADD 1       TO WS-CHT-UNDEP-CNT (WS-CHN-AT)
                   MOVE 'UNMATCHED DEPOSIT'       TO WS-STATUS-TEXT
           END-EVALUATE
           MOVE WS-AGE-DAYS TO CSR-AGE-DAYS
           MOVE PARM-DATE   TO CSR-LAST-RUN-DATE
           REWRITE FD-CASHREC-REC FROM CASH-RECON-RECORD
           PERFORM 7900-CHECK-CASHREC-WRITE

           MOVE CSR-CHANNEL       TO WS-CSR-RPT-CHANNEL
           MOVE CSR-BUS-DATE      TO WS-CSR-RPT-BUS-DATE
           MOVE CSR-POSTED-AMT    TO WS-CSR-RPT-POSTED
           MOVE CSR-POSTED-COUNT  TO WS-CSR-RPT-POSTED-CNT
           MOVE CSR-DEPOSIT-AMT   TO WS-CSR-RPT-DEPOSITED
           MOVE CSR-DEPOSIT-COUNT TO WS-CSR-RPT-DEP-CNT
           MOVE WS-DIFF           TO WS-CSR-RPT-DIFF
           MOVE WS-AGE-DAYS       TO WS-CSR-RPT-AGE
           MOVE WS-STATUS-TEXT    TO WS-CSR-RPT-STATUS
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-ITEM-LINE
           .
       5200-RECONCILE-NEXT-ITEM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The channel summary, the run counts and the verdict.
      *---------------------------------------------------------------*
       6000-PRINT-SUMMARY.
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-BLANK
           MOVE 'DIFFERENCES BY CHANNEL' TO WS-CSR-RPT-TITLE-TEXT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-TITLE
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-CHN-HDR1
           PERFORM 6100-PRINT-CHANNEL
              VARYING WS-CHN-I FROM 1 BY 1
              UNTIL WS-CHN-I > WS-CHN-COUNT

           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-BLANK
           MOVE 'TRANSACTIONS READ'      TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-TRAN-COUNT            TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE
           MOVE 'CHANNEL POSTINGS TAKEN' TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-SELECTED-COUNT        TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE
           MOVE 'DEPOSITS APPLIED'       TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-DEPOSIT-COUNT         TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE
           MOVE 'ITEMS RECONCILED'       TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-ITEMS-SEEN            TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE
           MOVE 'ITEMS MATCHED'          TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-MATCHED-COUNT         TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE
           MOVE 'TIMING ITEMS CARRIED'   TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-TIMING-COUNT          TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE
           MOVE 'UNMATCHED ITEMS'        TO WS-CSR-RPT-CNT-LABEL
           MOVE WS-BREAK-COUNT           TO WS-CSR-RPT-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-COUNT-LINE

           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-BLANK
           IF  WS-BREAK-COUNT > 0
               MOVE 'BREAKS - END-OF-DAY SIGN-OFF HELD'
                                         TO WS-CSR-RPT-RUN-STATUS
           ELSE
               MOVE 'IN BALANCE'         TO WS-CSR-RPT-RUN-STATUS
           END-IF
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-STATUS-LINE
           IF  CSRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CASH RECON REPORT'
               MOVE CSRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       6100-PRINT-CHANNEL.
           MOVE WS-CHN-CODE (WS-CHN-I)        TO WS-CSR-RPT-CHN-CODE
           MOVE WS-CHT-POSTED-AMT (WS-CHN-I)  TO WS-CSR-RPT-CHN-POSTED
           MOVE WS-CHT-DEP-AMT (WS-CHN-I)     TO WS-CSR-RPT-CHN-DEP
           MOVE WS-CHT-MATCHED-CNT (WS-CHN-I) TO WS-CSR-RPT-CHN-MATCHED
           MOVE WS-CHT-TIMING-AMT (WS-CHN-I)  TO WS-CSR-RPT-CHN-TIMING
           MOVE WS-CHT-TIMING-CNT (WS-CHN-I)  TO WS-CSR-RPT-CHN-TIM-CNT
           MOVE WS-CHT-UNPOST-AMT (WS-CHN-I)  TO WS-CSR-RPT-CHN-UNPOST
           MOVE WS-CHT-UNPOST-CNT (WS-CHN-I)  TO WS-CSR-RPT-CHN-UNP-CNT
           MOVE WS-CHT-UNDEP-AMT (WS-CHN-I)   TO WS-CSR-RPT-CHN-UNDEP
           MOVE WS-CHT-UNDEP-CNT (WS-CHN-I)   TO WS-CSR-RPT-CHN-UND-CNT
           WRITE FD-CSRRPT-REC FROM WS-CSR-RPT-CHN-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next CASHREC row in key order.
      *---------------------------------------------------------------*
       7000-CASHREC-READ-NEXT.
           READ CASHREC-FILE NEXT INTO CASH-RECON-RECORD
           EVALUATE CASHREC-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '10'
                   MOVE 'Y' TO END-OF-FILE
               WHEN OTHER
                   DISPLAY 'ERROR READING CASH RECON FILE'
                   MOVE CASHREC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Reads the item WS-WANTED-CHANNEL / WS-WANTED-BUS-DATE,
      * or sets up a new one (CASHREC-STATUS '23') open as
      * TIMING with nothing posted or deposited.
      *---------------------------------------------------------------*
       7100-READ-OR-OPEN-ITEM.
           MOVE WS-WANTED-CHANNEL  TO CSR-CHANNEL
           MOVE WS-WANTED-BUS-DATE TO CSR-BUS-DATE
           MOVE CSR-KEY            TO FD-CSR-KEY
           READ CASHREC-FILE INTO CASH-RECON-RECORD
           EVALUATE CASHREC-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   INITIALIZE CASH-RECON-RECORD
                   MOVE WS-WANTED-CHANNEL  TO CSR-CHANNEL
                   MOVE WS-WANTED-BUS-DATE TO CSR-BUS-DATE
                   MOVE 0                  TO CSR-POSTED-AMT
                                              CSR-POSTED-COUNT
                                              CSR-DEPOSIT-AMT
                                              CSR-DEPOSIT-COUNT
                                              CSR-AGE-DAYS
                                              CSR-LAST-DEP-AMT
                                              CSR-LAST-DEP-COUNT
                   SET CSR-TIMING          TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING CASH RECON ITEM: '
                           CSR-KEY
                   MOVE CASHREC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Writes the item just set up, or rewrites the one read.
      *---------------------------------------------------------------*
       7200-WRITE-OR-REWRITE-ITEM.
           IF  CASHREC-STATUS = '23'
               WRITE FD-CASHREC-REC FROM CASH-RECON-RECORD
           ELSE
               REWRITE FD-CASHREC-REC FROM CASH-RECON-RECORD
           END-IF
           PERFORM 7900-CHECK-CASHREC-WRITE
           EXIT.
       7900-CHECK-CASHREC-WRITE.
           IF  CASHREC-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CASH RECON ITEM: '
                       FD-CSR-KEY
               MOVE CASHREC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the bank deposit file for input.
      *---------------------------------------------------------------*
       0000-DEPFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DEPFILE-FILE
           IF  DEPFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DEPOSIT FILE'
               MOVE DEPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0100-TRANFILE-OPEN.
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
      * Opens the cash reconciliation items for dynamic I-O.
      *---------------------------------------------------------------*
       0200-CASHREC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CASHREC-FILE
           IF  CASHREC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CASH RECON FILE'
               MOVE CASHREC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the reconciliation report for output.
      *---------------------------------------------------------------*
       0300-CSRRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CSRRPT-FILE
           IF  CSRRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CASH RECON REPORT'
               MOVE CSRRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the bank deposit file.
      *---------------------------------------------------------------*
       9000-DEPFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DEPFILE-FILE
           IF  DEPFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DEPOSIT FILE'
               MOVE DEPFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the transaction master.
      *---------------------------------------------------------------*
       9100-TRANFILE-CLOSE.
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
      * Closes the cash reconciliation items.
      *---------------------------------------------------------------*
       9200-CASHREC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CASHREC-FILE
           IF  CASHREC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CASH RECON FILE'
               MOVE CASHREC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the reconciliation report.
      *---------------------------------------------------------------*
       9300-CSRRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CSRRPT-FILE
           IF  CSRRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CASH RECON REPORT'
               MOVE CSRRPT-STATUS TO IO-STATUS
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
      * count of items reconciled, the return code (4 holds the
      * COEOD00C sign-off) and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-ITEMS-SEEN               TO BATCH-RECORD-COUNT
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

      *****************************************************************
      * Shared file registry paragraphs (CSFRGPY.cpy):
      * FRG-HASH-RECORD and FRG-REGISTER-FILE over the CSFRGWY
      * buffers above.
       COPY CSFRGPY.

      *****************************************************************
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

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
               MOVE TWO-BYTES-BINARY TO IO-STATUS-04(2:3)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
