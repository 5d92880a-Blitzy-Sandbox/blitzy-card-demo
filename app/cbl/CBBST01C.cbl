      ******************************************************************
      * Program     : CBBST01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Bust-out (first-party fraud) detection --
      *               scores each account's credit-line signals
      *               and opens a fraud case, cutting the
      *               account's open-to-buy, when they form a
      *               bust-out pattern.
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
      * CBBST01C - Bust-Out Detection (Batch)
      *
      * A bust-out customer builds a good history, then runs
      * the line up to the limit with purchases and cash while
      * making payments that later bounce -- each payment frees
      * the open-to-buy again before the bank learns it was
      * never good. No single posting check sees it. This
      * nightly job puts together the signals the system
      * already records, inside the rolling window (WN days up
      * to the run date):
      *   UT - utilization jump: the balance has risen by UJ
      *        percentage points of ACCT-CREDIT-LIMIT or more
      *        since the last statement (ACCT-PRIOR-STMT-BAL)
      *   CA - new cash-advance usage: cash advances (type 08)
      *        in the window and none in the BL days before it
      *   NS - payments returned: CBNSF01C's reversals (type
      *        07 category 0004) posted in the window
      *   OP - a payment (type 02) in the window larger than
      *        the statement balance
      *   CL - a credit limit increase in the window: the 'L'
      *        AUDITLOG records COACTUPC writes for approved
      *        and auto-approved increases
      *   AU - authorized parties added in the window (AUTHPTY
      *        by AUP-ADDED-DATE, COAUP00C)
      * Each signal present adds its weight once. The weights,
      * the jump, threshold, window and baseline come from the
      * BSTPARM cards (CVBST01Y.cpy), defaulting when absent.
      * The threshold is also a business rule: an approved
      * BSTTHRSH value in force on the run date (BIZRULE) takes
      * the place of the card or default, and the report shows
      * which applied.
      *
      * An account scoring at or over the threshold gets an OPEN
      * bust-out case on FRAUDCSE (CVFRD01Y.cpy, type 'B',
      * reason 9002) for the fraud team's COFRD00C/COFRD01C
      * queue, its signal trail on FRDEVNT (CVFRD02Y.cpy), and
      * its open-to-buy cut: ACCT-OTB-CUT-FLAG goes up, so
      * CBTRN02C refuses its new draws on the line (reason
      * 132), and an OTBCUT row (CVOTB01Y.cpy) records the cut.
      *
      * Every run first reads the case behind each cut still in
      * force. Once an analyst has CLEARED it the flag comes
      * down and the row is marked lifted; signals up to the
      * lift date are not counted again and the utilization
      * jump is measured from the balance at the lift, so the
      * activity the analyst cleared does not cut the line a
      * second time. A CONFIRMED case leaves the cut in place.
      *
      * BSTRPT lists the cuts lifted and each case opened with
      * its score and signal trail, card numbers masked to
      * their last four digits. Sets RETURN-CODE = 4 if a
      * parameter card was rejected, the account table filled,
      * a case could not be keyed or a cut's case is missing.
      *
      * Files accessed:
      *   BSTPARM   - Scenario parameter cards (sequential
      *               input; optional)
      *   AUDITLOG  - Audit trail (KSDS, sequential read)
      *   TRANFILE  - Transaction master (KSDS, sequential read)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               either key)
      *   XREFFILE  - Card cross-reference (KSDS, random read by
      *               card and by the XREF-ACCT-ID alternate key)
      *   ACCTDAT   - Account master (KSDS, dynamic I-O)
      *   AUTHPTY   - Authorized parties (KSDS, dynamic read)
      *   OTBCUT    - Open-to-buy cuts (KSDS, dynamic I-O)
      *   FRAUDCSE  - Fraud case queue (KSDS, random I-O)
      *   FRDEVNT   - Fraud case event trail (KSDS, random I-O)
      *   BSTRPT    - Run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run; the window ends on it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBBST01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BSTPARM: the scenario parameter deck, one 80-byte card
      * per setting. Optional -- the defaults stand without it.
           SELECT BSTPARM-FILE ASSIGN TO BSTPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BSTPARM-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AUD-ID
                  FILE STATUS  IS AUDITLOG-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRAN-ID
                  FILE STATUS  IS TRANFILE-STATUS.

      * Token vault: a posting's token back to its card, and an
      * account's card to the token the case image carries
           SELECT TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-TKV-TOKEN-ID
                  FILE STATUS  IS TOKNVLT-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

      * Account master: walked in key order and rewritten in
      * place when a cut is set; read by key to lift one
           SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

      * Authorized parties: one account's parties browsed
           SELECT AUTHPTY-FILE ASSIGN TO AUTHPTY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AUP-KEY
                  FILE STATUS  IS AUTHPTY-STATUS.

      * Open-to-buy cuts: walked for the lifts, read by key for
      * each account scanned
           SELECT OTBCUT-FILE ASSIGN TO OTBCUT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-OTC-ACCT-ID
                  FILE STATUS  IS OTBCUT-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FRD-KEY
                  FILE STATUS  IS FRAUDCSE-STATUS.

           SELECT FRDEVNT-FILE ASSIGN TO FRDEVNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FRE-KEY
                  FILE STATUS  IS FRDEVNT-STATUS.

           SELECT BSTRPT-FILE ASSIGN TO BSTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BSTRPT-STATUS.

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
      * FD for the scenario parameter cards (80 bytes)
       FD  BSTPARM-FILE.
       01  FD-BSTPARM-REC                       PIC X(80).

      * FD for the audit trail VSAM (135 bytes)
       FD  AUDITLOG-FILE.
       01  FD-AUDITLOG-REC.
           05 FD-AUD-ID                         PIC 9(16).
           05 FD-AUD-DATA                       PIC X(119).

      * FD for the transaction master VSAM (370 bytes)
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRAN-ID                        PIC X(16).
           05 FD-TRAN-DATA                      PIC X(354).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for the card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the authorized party VSAM (150 bytes)
       FD  AUTHPTY-FILE.
       01  FD-AUTHPTY-REC.
           05 FD-AUP-KEY                        PIC X(13).
           05 FD-AUP-DATA                       PIC X(137).

      * FD for the open-to-buy cut VSAM (80 bytes)
       FD  OTBCUT-FILE.
       01  FD-OTBCUT-REC.
           05 FD-OTC-ACCT-ID                    PIC 9(11).
           05 FD-OTC-DATA                       PIC X(69).

      * FD for the fraud case VSAM (500 bytes)
       FD  FRAUDCSE-FILE.
       01  FD-FRAUDCSE-REC.
           05 FD-FRD-KEY                        PIC X(12).
           05 FD-FRD-DATA                       PIC X(488).

      * FD for the fraud case event trail VSAM (100 bytes)
       FD  FRDEVNT-FILE.
       01  FD-FRDEVNT-REC.
           05 FD-FRE-KEY                        PIC X(14).
           05 FD-FRE-DATA                       PIC X(86).

      * FD for the run report (132-byte print)
       FD  BSTRPT-FILE.
       01  FD-BSTRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVBST01Y: 80-byte scenario parameter card
       COPY CVBST01Y.
       01  BSTPARM-STATUS.
           05  BSTPARM-STAT1       PIC X.
           05  BSTPARM-STAT2       PIC X.
      * Parameter deck opened (a missing deck is tolerated)
       01  WS-BSTPARM-AVAILABLE    PIC X(01) VALUE 'N'.

      * CSAUD01Y: 135-byte audit trail record
       COPY CSAUD01Y.
       01  AUDITLOG-STATUS.
           05  AUDITLOG-STAT1      PIC X.
           05  AUDITLOG-STAT2      PIC X.

      * CVTRA05Y: 370-byte posted transaction master record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVTKN01Y: 80-byte token vault record
       COPY CVTKN01Y.
       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVACT03Y: 50-byte card cross-reference record
       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVAUP01Y: 150-byte authorized party record
       COPY CVAUP01Y.
       01  AUTHPTY-STATUS.
           05  AUTHPTY-STAT1       PIC X.
           05  AUTHPTY-STAT2       PIC X.

      * CVOTB01Y: 80-byte open-to-buy cut record
       COPY CVOTB01Y.
       01  OTBCUT-STATUS.
           05  OTBCUT-STAT1        PIC X.
           05  OTBCUT-STAT2        PIC X.

      * CVFRD01Y: 500-byte fraud case record
       COPY CVFRD01Y.
       01  FRAUDCSE-STATUS.
           05  FRAUDCSE-STAT1      PIC X.
           05  FRAUDCSE-STAT2      PIC X.
      * CVTRA06Y: the 370-byte DALYTRAN image a case carries
       COPY CVTRA06Y.

      * CVFRD02Y: 100-byte fraud case event trail record
       COPY CVFRD02Y.
       01  FRDEVNT-STATUS.
           05  FRDEVNT-STAT1       PIC X.
           05  FRDEVNT-STAT2       PIC X.

       01  BSTRPT-STATUS.
           05  BSTRPT-STAT1        PIC X.
           05  BSTRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBBST01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * Scenario settings, as overridden by the BSTPARM cards
       01  WS-BST-SETTINGS.
           05 WS-WT-UTILIZATION         PIC 9(03) VALUE 25.
           05 WS-WT-NEW-CASH            PIC 9(03) VALUE 20.
           05 WS-WT-RETURNED            PIC 9(03) VALUE 30.
           05 WS-WT-OVERPAYMENT         PIC 9(03) VALUE 15.
           05 WS-WT-LIMIT-INCREASE      PIC 9(03) VALUE 15.
           05 WS-WT-AUTH-PARTY          PIC 9(03) VALUE 15.
           05 WS-UTIL-JUMP-PCT          PIC 9(03) VALUE 50.
           05 WS-THRESHOLD              PIC 9(03) VALUE 60.
           05 WS-WINDOW-DAYS            PIC 9(03) VALUE 30.
           05 WS-BASELINE-DAYS          PIC 9(03) VALUE 180.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

      * The window's credit-line activity per account, from the
      * transaction master and the audit log -- the fixed
      * OCCURS/linear-SEARCH idiom the batch programs use
       01  WS-ACT-TABLE.
           05 WS-ACT-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-ACT-ENTRY OCCURS 3000 TIMES
                           INDEXED BY WS-ACT-IDX.
              10 WS-ACT-ACCT-ID         PIC 9(11).
      * Cash advances in the window, and before it
              10 WS-ACT-CASH-COUNT      PIC 9(05) COMP-3.
              10 WS-ACT-CASH-AMT        PIC S9(11)V99 COMP-3.
              10 WS-ACT-CASH-LAST       PIC X(10).
              10 WS-ACT-CASH-PRIOR      PIC 9(05) COMP-3.
      * Returned payments (CBNSF01C reversals) in the window
              10 WS-ACT-RTN-COUNT       PIC 9(05) COMP-3.
              10 WS-ACT-RTN-AMT         PIC S9(11)V99 COMP-3.
              10 WS-ACT-RTN-LAST        PIC X(10).
      * The largest payment in the window
              10 WS-ACT-PAY-MAX         PIC S9(09)V99 COMP-3.
              10 WS-ACT-PAY-DATE        PIC X(10).
      * The latest credit limit increase in the window
              10 WS-ACT-CL-DATE         PIC X(10).
              10 WS-ACT-CL-USR-ID       PIC X(08).
              10 WS-ACT-CL-AMT          PIC X(14).
       01  WS-ACT-FOUND                 PIC X(01) VALUE 'N'.
       01  WS-FIND-ACCT-ID              PIC 9(11) VALUE 0.

      * One account's signals, kept in date order
       01  WS-EVENT-TABLE.
           05 WS-EVT-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-EVT-ENTRY OCCURS 40 TIMES
                           INDEXED BY WS-EVT-IDX.
              10 WS-EVT-DATE            PIC X(10).
              10 WS-EVT-TYPE            PIC X(02).
              10 WS-EVT-WEIGHT          PIC 9(03).
              10 WS-EVT-SOURCE-PGM      PIC X(08).
              10 WS-EVT-USR-ID          PIC X(08).
              10 WS-EVT-DETAIL          PIC X(40).
      * The signal being added, and where it goes
       01  WS-NEW-EVENT.
           05 WS-NEW-EVT-DATE           PIC X(10).
           05 WS-NEW-EVT-TYPE           PIC X(02).
           05 WS-NEW-EVT-WEIGHT         PIC 9(03).
           05 WS-NEW-EVT-SOURCE-PGM     PIC X(08).
           05 WS-NEW-EVT-USR-ID         PIC X(08).
           05 WS-NEW-EVT-DETAIL         PIC X(40).
       01  WS-EVT-SUB                   PIC S9(04) COMP VALUE 0.
       01  WS-EVT-POS                   PIC S9(04) COMP VALUE 0.
       01  WS-EVT-SLOT-FOUND            PIC X(01) VALUE 'N'.

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

      * Date work areas
       01  WS-RUN-DATE-N            PIC 9(08).
       01  WS-RUN-INT               PIC S9(09) COMP.
       01  WS-WORK-INT              PIC S9(09) COMP.
       01  WS-WORK-DATE-N           PIC 9(08).
       01  WS-WINDOW-FROM-X         PIC X(10).
       01  WS-BASELINE-FROM-X       PIC X(10).

       01 WS-MISC-VARS.
           05 WS-PARM-EOF               PIC X(01) VALUE 'N'.
           05 WS-AUD-EOF                PIC X(01) VALUE 'N'.
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-ACCT-EOF               PIC X(01) VALUE 'N'.
           05 WS-AUP-EOF                PIC X(01) VALUE 'N'.
           05 WS-OTC-EOF                PIC X(01) VALUE 'N'.
           05 WS-OTC-ON-FILE            PIC X(01) VALUE 'N'.
      * The posting date of the transaction in hand
           05 WS-TRAN-DATE-X            PIC X(10) VALUE SPACES.
           05 WS-TRAN-AMT-ABS           PIC S9(09)V99 VALUE 0.
      * Signals on or before this date were answered by a lift
           05 WS-EVENT-FLOOR-DATE       PIC X(10) VALUE SPACES.
           05 WS-EVENT-DATE-X           PIC X(10) VALUE SPACES.
      * The utilization jump and the balance it is measured from
           05 WS-BASE-BAL               PIC S9(10)V99 VALUE 0.
           05 WS-JUMP-PCT               PIC S9(05) VALUE 0.
           05 WS-STMT-BAL               PIC S9(10)V99 VALUE 0.
      * What the account's signals add up to
           05 WS-HAS-UTILIZATION        PIC X(01) VALUE 'N'.
           05 WS-HAS-NEW-CASH           PIC X(01) VALUE 'N'.
           05 WS-HAS-RETURNED           PIC X(01) VALUE 'N'.
           05 WS-HAS-OVERPAYMENT        PIC X(01) VALUE 'N'.
           05 WS-HAS-LIMIT-INCREASE     PIC X(01) VALUE 'N'.
           05 WS-HAS-AUTH-PARTY         PIC X(01) VALUE 'N'.
           05 WS-ACCT-SCORE             PIC 9(04) VALUE 0.
      * Case key allocation, downward from the top of the day
           05 WS-NEXT-CASE-SEQ          PIC 9(04) VALUE 9999.
           05 WS-CASE-KEYED             PIC X(01) VALUE 'N'.
           05 WS-CASE-CARD-NUM          PIC X(16) VALUE SPACES.
           05 WS-CASE-EVENTS            PIC 9(02) VALUE 0.
      * Edited values for the signal details
           05 WS-PCT-E                  PIC ZZZZ9.
           05 WS-COUNT-E                PIC ZZZZ9.
           05 WS-DAYS-E                 PIC ZZ9.
           05 WS-AMT-E                  PIC Z(7)9.99.
           05 WS-AMT2-E                 PIC Z(7)9.99.
       01 WS-COUNTERS.
           05 WS-PARM-CARDS-READ        PIC 9(05) VALUE 0.
           05 WS-PARM-CARDS-REJECTED    PIC 9(05) VALUE 0.
           05 WS-AUDIT-READ             PIC 9(09) VALUE 0.
           05 WS-TRAN-READ              PIC 9(09) VALUE 0.
           05 WS-TRAN-USED              PIC 9(09) VALUE 0.
           05 WS-CUT-READ               PIC 9(07) VALUE 0.
           05 WS-CUT-LIFTED             PIC 9(07) VALUE 0.
           05 WS-CUT-AWAITING           PIC 9(07) VALUE 0.
           05 WS-CUT-CONFIRMED          PIC 9(07) VALUE 0.
           05 WS-CUT-NO-CASE            PIC 9(07) VALUE 0.
           05 WS-ACCT-READ              PIC 9(09) VALUE 0.
           05 WS-ACCT-WITH-SIGNALS      PIC 9(09) VALUE 0.
           05 WS-EVENT-COUNT            PIC 9(09) VALUE 0.
           05 WS-CASE-COUNT             PIC 9(07) VALUE 0.
           05 WS-CASE-NOT-KEYED-COUNT   PIC 9(07) VALUE 0.
           05 WS-TABLE-FULL-COUNT       PIC 9(07) VALUE 0.

      * Run report lines
       01 WS-BST-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'BUST-OUT DETECTION'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-BST-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(10)
                   VALUE '  WINDOW: '.
           05 WS-BST-RPT-FROM           PIC X(10).
           05 FILLER                    PIC X(04) VALUE ' TO '.
           05 WS-BST-RPT-TO             PIC X(10).
           05 FILLER                    PIC X(37) VALUE SPACES.
       01 WS-BST-RPT-SETTINGS.
           05 FILLER                    PIC X(09) VALUE ' WEIGHTS '.
           05 FILLER                    PIC X(03) VALUE 'UT='.
           05 WS-BST-RPT-S-UT           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' CA='.
           05 WS-BST-RPT-S-CA           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' NS='.
           05 WS-BST-RPT-S-NS           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' OP='.
           05 WS-BST-RPT-S-OP           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' CL='.
           05 WS-BST-RPT-S-CL           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' AU='.
           05 WS-BST-RPT-S-AU           PIC ZZ9.
           05 FILLER                    PIC X(08) VALUE '  JUMP: '.
           05 WS-BST-RPT-S-UJ           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' PCT'.
           05 FILLER                    PIC X(13)
                   VALUE '  THRESHOLD: '.
           05 WS-BST-RPT-S-TH           PIC ZZ9.
           05 FILLER                    PIC X(10)
                   VALUE '  WINDOW: '.
           05 WS-BST-RPT-S-WN           PIC ZZ9.
           05 FILLER                    PIC X(15)
                   VALUE ' DAYS  BASELINE'.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-S-BL           PIC ZZ9.
           05 FILLER                    PIC X(05) VALUE ' DAYS'.
           05 FILLER                    PIC X(14) VALUE SPACES.
       01 WS-BST-RPT-SECTION.
           05 WS-BST-RPT-SECTION-TXT    PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-BST-RPT-LIFT-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' ACCOUNT      CASE           CUT ON     BALANCE '.
           05 FILLER                    PIC X(48) VALUE
              '       WORKED BY                                '.
           05 FILLER                    PIC X(36) VALUE SPACES.
       01 WS-BST-RPT-LIFT-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-L-ACCT         PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-L-DATE         PIC X(08).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-BST-RPT-L-SEQ          PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-L-CUT-ON       PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-L-BAL          PIC -(9)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-L-USER         PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-L-TEXT         PIC X(40).
           05 FILLER                    PIC X(27) VALUE SPACES.
       01 WS-BST-RPT-CASE-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' ACCOUNT      CARD             CASE           SC'.
           05 FILLER                    PIC X(48) VALUE
              'ORE       LIMIT       BALANCE  JUMP SIGNALS     '.
           05 FILLER                    PIC X(36) VALUE SPACES.
       01 WS-BST-RPT-CASE-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-C-ACCT         PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-C-CARD         PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-C-DATE         PIC 9(08).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-BST-RPT-C-SEQ          PIC 9(04).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-BST-RPT-C-SCORE        PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-C-LIMIT        PIC Z(9)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-C-BAL          PIC -(9)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-C-JUMP         PIC -(4)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BST-RPT-C-EVENTS       PIC ZZZZ9.
           05 FILLER                    PIC X(41) VALUE SPACES.
       01 WS-BST-RPT-EVENT-LINE.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WS-BST-RPT-E-DATE         PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-E-TYPE         PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-E-WEIGHT       PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-E-PGM          PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-E-USER         PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BST-RPT-E-DETAIL       PIC X(40).
           05 FILLER                    PIC X(45) VALUE SPACES.
       01 WS-BST-RPT-MSG-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-BST-RPT-MSG-TEXT       PIC X(80).
           05 FILLER                    PIC X(48) VALUE SPACES.
       01 WS-BST-RPT-TOTAL-LINE.
           05 WS-BST-RPT-TOT-LABEL      PIC X(32).
           05 WS-BST-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(91) VALUE SPACES.
       01 WS-BST-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: settings, the lifts, the window's activity,
      * then one pass over the accounts.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBST01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
           OR  PARM-DATE(8:1) NOT = '-'
           OR  PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-RUN-DATE-N(1:4)
           MOVE PARM-DATE(6:2) TO WS-RUN-DATE-N(5:2)
           MOVE PARM-DATE(9:2) TO WS-RUN-DATE-N(7:2)
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)

           PERFORM 0100-BSTPARM-OPEN.
           PERFORM 0150-AUDITLOG-OPEN.
           PERFORM 0200-TRANFILE-OPEN.
           PERFORM 0250-TOKNVLT-OPEN.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0350-ACCTFILE-OPEN.
           PERFORM 0400-AUTHPTY-OPEN.
           PERFORM 0450-OTBCUT-OPEN.
           PERFORM 0500-FRAUDCSE-OPEN.
           PERFORM 0550-FRDEVNT-OPEN.
           PERFORM 0600-BSTRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-SETTINGS.

      * The window's first day, and the first day of the
      * baseline before it
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WORK-DATE-N =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING WS-WORK-DATE-N(1:4) '-'
                  WS-WORK-DATE-N(5:2) '-'
                  WS-WORK-DATE-N(7:2)
                  DELIMITED BY SIZE
                  INTO WS-WINDOW-FROM-X
           END-STRING
           COMPUTE WS-WORK-INT = WS-WORK-INT - WS-BASELINE-DAYS
           COMPUTE WS-WORK-DATE-N =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING WS-WORK-DATE-N(1:4) '-'
                  WS-WORK-DATE-N(5:2) '-'
                  WS-WORK-DATE-N(7:2)
                  DELIMITED BY SIZE
                  INTO WS-BASELINE-FROM-X
           END-STRING
           DISPLAY 'WINDOW FROM: ' WS-WINDOW-FROM-X
           DISPLAY 'BASELINE FROM: ' WS-BASELINE-FROM-X

      * The report heading, with the settings in force
           MOVE PARM-DATE            TO WS-BST-RPT-DATE
           MOVE WS-WINDOW-FROM-X     TO WS-BST-RPT-FROM
           MOVE PARM-DATE            TO WS-BST-RPT-TO
           MOVE WS-WT-UTILIZATION    TO WS-BST-RPT-S-UT
           MOVE WS-WT-NEW-CASH       TO WS-BST-RPT-S-CA
           MOVE WS-WT-RETURNED       TO WS-BST-RPT-S-NS
           MOVE WS-WT-OVERPAYMENT    TO WS-BST-RPT-S-OP
           MOVE WS-WT-LIMIT-INCREASE TO WS-BST-RPT-S-CL
           MOVE WS-WT-AUTH-PARTY     TO WS-BST-RPT-S-AU
           MOVE WS-UTIL-JUMP-PCT     TO WS-BST-RPT-S-UJ
           MOVE WS-THRESHOLD         TO WS-BST-RPT-S-TH
           MOVE WS-WINDOW-DAYS       TO WS-BST-RPT-S-WN
           MOVE WS-BASELINE-DAYS     TO WS-BST-RPT-S-BL
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-HEADER
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-SETTINGS
           PERFORM 1040-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           IF  WS-BSTPARM-AVAILABLE NOT = 'Y'
               MOVE 'NO BSTPARM CARDS - DEFAULT SETTINGS IN FORCE'
                 TO WS-BST-RPT-MSG-TEXT
               WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
           END-IF
           IF  WS-PARM-CARDS-REJECTED > 0
               MOVE SPACES TO WS-BST-RPT-MSG-TEXT
               STRING WS-PARM-CARDS-REJECTED
                      ' PARAMETER CARDS IGNORED - SEE THE JOB LOG'
                      DELIMITED BY SIZE
                 INTO WS-BST-RPT-MSG-TEXT
               END-STRING
               WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
           END-IF
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-BLANK

           MOVE 'OPEN-TO-BUY CUTS LIFTED' TO WS-BST-RPT-SECTION-TXT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-SECTION
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-LIFT-HEAD
           PERFORM 1500-LIFT-CLEARED-CUTS.
           IF  WS-CUT-LIFTED = 0
               MOVE 'NO CUT WAS LIFTED' TO WS-BST-RPT-MSG-TEXT
               WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
           END-IF
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-BLANK

           PERFORM 2000-LOAD-TRANSACTIONS.
           PERFORM 2500-LOAD-LIMIT-INCREASES.

           MOVE 'BUST-OUT CASES OPENED' TO WS-BST-RPT-SECTION-TXT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-SECTION
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-CASE-HEAD
           PERFORM 3000-SCAN-ACCOUNTS.
           IF  WS-CASE-COUNT = 0
               MOVE 'NO ACCOUNT REACHED THE THRESHOLD'
                 TO WS-BST-RPT-MSG-TEXT
               WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
           END-IF

           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-BLANK
           MOVE 'CUTS IN FORCE AT START         :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-CUT-READ          TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'CUTS LIFTED (CASE CLEARED)     :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-CUT-LIFTED        TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'CUTS AWAITING REVIEW           :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-CUT-AWAITING      TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'CUTS KEPT (CASE CONFIRMED)     :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-CUT-CONFIRMED     TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS SCANNED               :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-ACCT-READ         TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS WITH SIGNALS          :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-ACCT-WITH-SIGNALS TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'SIGNALS SCORED                 :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-EVENT-COUNT       TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE
           MOVE 'BUST-OUT CASES OPENED / CUT    :'
             TO WS-BST-RPT-TOT-LABEL
           MOVE WS-CASE-COUNT        TO WS-BST-RPT-TOT-COUNT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-TOTAL-LINE

           PERFORM 9100-BSTPARM-CLOSE.
           PERFORM 9150-AUDITLOG-CLOSE.
           PERFORM 9200-TRANFILE-CLOSE.
           PERFORM 9250-TOKNVLT-CLOSE.
           PERFORM 9300-XREFFILE-CLOSE.
           PERFORM 9350-ACCTFILE-CLOSE.
           PERFORM 9400-AUTHPTY-CLOSE.
           PERFORM 9450-OTBCUT-CLOSE.
           PERFORM 9500-FRAUDCSE-CLOSE.
           PERFORM 9550-FRDEVNT-CLOSE.
           PERFORM 9600-BSTRPT-CLOSE.

           DISPLAY 'PARAMETER CARDS READ   :' WS-PARM-CARDS-READ
           DISPLAY 'PARAMETER CARDS BAD    :' WS-PARM-CARDS-REJECTED
           DISPLAY 'CUTS IN FORCE AT START :' WS-CUT-READ
           DISPLAY 'CUTS LIFTED            :' WS-CUT-LIFTED
           DISPLAY 'CUTS AWAITING REVIEW   :' WS-CUT-AWAITING
           DISPLAY 'CUTS KEPT (CONFIRMED)  :' WS-CUT-CONFIRMED
           DISPLAY 'CUTS WITH NO CASE      :' WS-CUT-NO-CASE
           DISPLAY 'TRANSACTIONS READ      :' WS-TRAN-READ
           DISPLAY 'TRANSACTIONS USED      :' WS-TRAN-USED
           DISPLAY 'AUDIT RECORDS READ     :' WS-AUDIT-READ
           DISPLAY 'ACCOUNTS TABLED        :' WS-ACT-ENTRIES-USED
           DISPLAY 'ACCOUNTS SCANNED       :' WS-ACCT-READ
           DISPLAY 'ACCOUNTS WITH SIGNALS  :' WS-ACCT-WITH-SIGNALS
           DISPLAY 'SIGNALS SCORED         :' WS-EVENT-COUNT
           DISPLAY 'BUST-OUT CASES OPENED  :' WS-CASE-COUNT
           DISPLAY 'CASES NOT KEYED        :' WS-CASE-NOT-KEYED-COUNT
           DISPLAY 'TABLE OVERFLOWS        :' WS-TABLE-FULL-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           IF  WS-PARM-CARDS-REJECTED > 0
           OR  WS-TABLE-FULL-COUNT > 0
           OR  WS-CASE-NOT-KEYED-COUNT > 0
           OR  WS-CUT-NO-CASE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBST01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the BSTPARM cards over the built-in defaults.
      *---------------------------------------------------------------*
       1000-LOAD-SETTINGS.
           IF  WS-BSTPARM-AVAILABLE = 'Y'
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 1010-NEXT-PARM-CARD
                  THRU 1010-NEXT-PARM-CARD-EXIT
                  UNTIL WS-PARM-EOF = 'Y'
           END-IF
           PERFORM 1030-LOAD-BUSINESS-RULES
      * A window or threshold of zero would score nothing
           IF  WS-WINDOW-DAYS = 0
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           IF  WS-THRESHOLD = 0
               MOVE 1 TO WS-THRESHOLD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One parameter card. A blank card or one starting '*' is
      * a comment; an unknown code or a non-numeric value is
      * listed and ignored.
      *---------------------------------------------------------------*
       1010-NEXT-PARM-CARD.
           READ BSTPARM-FILE INTO BST-PARM-CARD
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
                  GO TO 1010-NEXT-PARM-CARD-EXIT
           END-READ
           IF  BSTPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING BSTPARM CARDS'
               MOVE BSTPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PARM-CARDS-READ
           IF  BSP-CODE = SPACES
           OR  BSP-CODE(1:1) = '*'
               GO TO 1010-NEXT-PARM-CARD-EXIT
           END-IF
           IF  BSP-VALUE NOT NUMERIC
               GO TO 1020-REJECT-PARM-CARD
           END-IF
           EVALUATE BSP-CODE
               WHEN 'UT'
                   MOVE BSP-VALUE-N TO WS-WT-UTILIZATION
               WHEN 'CA'
                   MOVE BSP-VALUE-N TO WS-WT-NEW-CASH
               WHEN 'NS'
                   MOVE BSP-VALUE-N TO WS-WT-RETURNED
               WHEN 'OP'
                   MOVE BSP-VALUE-N TO WS-WT-OVERPAYMENT
               WHEN 'CL'
                   MOVE BSP-VALUE-N TO WS-WT-LIMIT-INCREASE
               WHEN 'AU'
                   MOVE BSP-VALUE-N TO WS-WT-AUTH-PARTY
               WHEN 'UJ'
                   MOVE BSP-VALUE-N TO WS-UTIL-JUMP-PCT
               WHEN 'TH'
                   MOVE BSP-VALUE-N TO WS-THRESHOLD
               WHEN 'WN'
                   MOVE BSP-VALUE-N TO WS-WINDOW-DAYS
               WHEN 'BL'
                   MOVE BSP-VALUE-N TO WS-BASELINE-DAYS
               WHEN OTHER
                   GO TO 1020-REJECT-PARM-CARD
           END-EVALUATE
           GO TO 1010-NEXT-PARM-CARD-EXIT.
       1020-REJECT-PARM-CARD.
           ADD 1 TO WS-PARM-CARDS-REJECTED
           DISPLAY 'PARAMETER CARD IGNORED: ' BST-PARM-CARD(1:40).
       1010-NEXT-PARM-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The threshold in force on the run date: an approved
      * BSTTHRSH business rule replaces the card or default.
      *---------------------------------------------------------------*
       1030-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE    TO WS-BRP-DATE
           MOVE 'BSTTHRSH'   TO WS-BRP-CODE
           MOVE WS-THRESHOLD TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE TO WS-THRESHOLD
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Lists one business rule the run used, with its source.
      *---------------------------------------------------------------*
       1040-WRITE-RULE-LINE.
           MOVE WS-BRP-RPT-LINE (WS-BRP-SUB) TO WS-BST-RPT-MSG-TEXT
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Every cut still in force, checked against its case.
      *---------------------------------------------------------------*
       1500-LIFT-CLEARED-CUTS.
           MOVE 'N'  TO WS-OTC-EOF
           MOVE ZERO TO FD-OTC-ACCT-ID
           START OTBCUT-FILE KEY IS NOT LESS THAN FD-OTC-ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-OTC-EOF
           END-START
           PERFORM 1510-NEXT-CUT
              THRU 1510-NEXT-CUT-EXIT
              UNTIL WS-OTC-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One cut. A case the analyst has cleared (or released)
      * lifts it: the account's flag comes down and the row is
      * marked lifted with the date and the balance standing.
      * An OPEN case keeps it waiting; a CONFIRMED one keeps it.
      *---------------------------------------------------------------*
       1510-NEXT-CUT.
           READ OTBCUT-FILE NEXT RECORD INTO OTB-CUT-RECORD
               AT END
                  MOVE 'Y' TO WS-OTC-EOF
                  GO TO 1510-NEXT-CUT-EXIT
           END-READ
           IF  OTBCUT-STATUS NOT = '00'
               DISPLAY 'ERROR READING OPEN-TO-BUY CUT FILE'
               MOVE OTBCUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOT OTC-STATUS-CUT
               GO TO 1510-NEXT-CUT-EXIT
           END-IF
           ADD 1 TO WS-CUT-READ

           MOVE OTC-CASE-KEY TO FD-FRD-KEY
           READ FRAUDCSE-FILE INTO FRAUD-CASE-RECORD
               INVALID KEY
                  ADD 1 TO WS-CUT-NO-CASE
                  DISPLAY 'CUT WITH NO CASE - ACCOUNT ' OTC-ACCT-ID
                  MOVE SPACES TO WS-BST-RPT-MSG-TEXT
                  STRING 'CASE ' OTC-CASE-KEY
                         ' NOT ON FILE - CUT LEFT IN FORCE ON ACCOUNT '
                         OTC-ACCT-ID
                         DELIMITED BY SIZE
                    INTO WS-BST-RPT-MSG-TEXT
                  END-STRING
                  WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
                  GO TO 1510-NEXT-CUT-EXIT
           END-READ
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR READING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN FRD-STATUS-OPEN
                   ADD 1 TO WS-CUT-AWAITING
                   GO TO 1510-NEXT-CUT-EXIT
               WHEN FRD-STATUS-CONFIRMED
                   ADD 1 TO WS-CUT-CONFIRMED
                   GO TO 1510-NEXT-CUT-EXIT
           END-EVALUATE

           MOVE OTC-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           IF  ACCTFILE-STATUS = '00'
               SET ACCT-OTB-NOT-CUT TO TRUE
               REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               IF  ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               MOVE ACCT-CURR-BAL TO OTC-LIFT-BAL
           ELSE
               MOVE 0             TO OTC-LIFT-BAL
           END-IF
           SET OTC-STATUS-LIFTED TO TRUE
           MOVE PARM-DATE        TO OTC-LIFT-DATE
           REWRITE FD-OTBCUT-REC FROM OTB-CUT-RECORD
           IF  OTBCUT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING OPEN-TO-BUY CUT FILE'
               MOVE OTBCUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CUT-LIFTED

           MOVE OTC-ACCT-ID          TO WS-BST-RPT-L-ACCT
           MOVE FRD-KEY(1:8)         TO WS-BST-RPT-L-DATE
           MOVE FRD-KEY(9:4)         TO WS-BST-RPT-L-SEQ
           MOVE OTC-SET-DATE         TO WS-BST-RPT-L-CUT-ON
           MOVE OTC-LIFT-BAL         TO WS-BST-RPT-L-BAL
           MOVE FRD-WORKED-BY-USR-ID TO WS-BST-RPT-L-USER
           IF  FRD-STATUS-CLEARED
               MOVE 'CASE CLEARED - CUT LIFTED'
                 TO WS-BST-RPT-L-TEXT
           ELSE
               MOVE 'CASE RELEASED - CUT LIFTED'
                 TO WS-BST-RPT-L-TEXT
           END-IF
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-LIFT-LINE.
       1510-NEXT-CUT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One pass over the transaction master: each account's
      * cash advances, returned payments and largest payment,
      * from the start of the baseline to the run date.
      *---------------------------------------------------------------*
       2000-LOAD-TRANSACTIONS.
           MOVE 'N' TO WS-TRAN-EOF
           PERFORM 2010-NEXT-TRANSACTION
              THRU 2010-NEXT-TRANSACTION-EXIT
              UNTIL WS-TRAN-EOF = 'Y'
           EXIT.
       2010-NEXT-TRANSACTION.
           READ TRANSACT-FILE NEXT RECORD INTO TRAN-RECORD
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
           IF  TRAN-TYPE-CD NOT = '02'
           AND TRAN-TYPE-CD NOT = '08'
           AND (TRAN-TYPE-CD NOT = '07' OR TRAN-CAT-CD NOT = 4)
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF
      * The posting date: the batch stamps YYYY-MM-DD, an online
      * payment YYYYMMDD
           IF  TRAN-PROC-TS(5:1) = '-'
               MOVE TRAN-PROC-TS(1:10) TO WS-TRAN-DATE-X
           ELSE
               IF  TRAN-PROC-TS(1:8) NUMERIC
                   STRING TRAN-PROC-TS(1:4) '-' TRAN-PROC-TS(5:2)
                          '-' TRAN-PROC-TS(7:2)
                          DELIMITED BY SIZE
                     INTO WS-TRAN-DATE-X
                   END-STRING
               ELSE
                   GO TO 2010-NEXT-TRANSACTION-EXIT
               END-IF
           END-IF
           IF  WS-TRAN-DATE-X < WS-BASELINE-FROM-X
           OR  WS-TRAN-DATE-X > PARM-DATE
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF
      * Only a cash advance counts from before the window
           IF  WS-TRAN-DATE-X < WS-WINDOW-FROM-X
           AND TRAN-TYPE-CD NOT = '08'
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF

      * The posting's card: a vault token resolves to the card
      * it stands for
           MOVE TRAN-CARD-NUM TO FD-TKV-TOKEN-ID
           READ TOKNVLT-FILE INTO TOKEN-RECORD
            KEY IS FD-TKV-TOKEN-ID
               INVALID KEY
                  MOVE TRAN-CARD-NUM TO FD-XREF-CARD-NUM
               NOT INVALID KEY
                  MOVE TOKEN-CARD-NUM TO FD-XREF-CARD-NUM
           END-READ
           READ XREF-FILE INTO CARD-XREF-RECORD
               INVALID KEY
                  GO TO 2010-NEXT-TRANSACTION-EXIT
           END-READ
           MOVE XREF-ACCT-ID TO WS-FIND-ACCT-ID
           PERFORM 2900-FIND-OR-ADD-ACCOUNT
           IF  WS-ACT-FOUND NOT = 'Y'
               GO TO 2010-NEXT-TRANSACTION-EXIT
           END-IF
           ADD 1 TO WS-TRAN-USED

           IF  TRAN-AMT < 0
               COMPUTE WS-TRAN-AMT-ABS = 0 - TRAN-AMT
           ELSE
               MOVE TRAN-AMT TO WS-TRAN-AMT-ABS
           END-IF
           EVALUATE TRAN-TYPE-CD
               WHEN '08'
                   IF  WS-TRAN-DATE-X < WS-WINDOW-FROM-X
                       ADD 1 TO WS-ACT-CASH-PRIOR (WS-ACT-IDX)
                   ELSE
                       ADD 1 TO WS-ACT-CASH-COUNT (WS-ACT-IDX)
                       ADD WS-TRAN-AMT-ABS
                         TO WS-ACT-CASH-AMT (WS-ACT-IDX)
                       IF  WS-TRAN-DATE-X
                           > WS-ACT-CASH-LAST (WS-ACT-IDX)
                           MOVE WS-TRAN-DATE-X
                             TO WS-ACT-CASH-LAST (WS-ACT-IDX)
                       END-IF
                   END-IF
               WHEN '07'
                   ADD 1 TO WS-ACT-RTN-COUNT (WS-ACT-IDX)
                   ADD WS-TRAN-AMT-ABS TO WS-ACT-RTN-AMT (WS-ACT-IDX)
                   IF  WS-TRAN-DATE-X > WS-ACT-RTN-LAST (WS-ACT-IDX)
                       MOVE WS-TRAN-DATE-X
                         TO WS-ACT-RTN-LAST (WS-ACT-IDX)
                   END-IF
               WHEN '02'
                   IF  WS-TRAN-AMT-ABS > WS-ACT-PAY-MAX (WS-ACT-IDX)
                       MOVE WS-TRAN-AMT-ABS
                         TO WS-ACT-PAY-MAX (WS-ACT-IDX)
                       MOVE WS-TRAN-DATE-X
                         TO WS-ACT-PAY-DATE (WS-ACT-IDX)
                   END-IF
           END-EVALUATE.
       2010-NEXT-TRANSACTION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One pass over the audit log: the latest credit limit
      * increase inside the window, by account. COACTUPC writes
      * the account at AUD-DESC bytes 34-44 and the new limit
      * at 53-66.
      *---------------------------------------------------------------*
       2500-LOAD-LIMIT-INCREASES.
           MOVE 'N' TO WS-AUD-EOF
           PERFORM 2510-NEXT-AUDIT-RECORD
              THRU 2510-NEXT-AUDIT-RECORD-EXIT
              UNTIL WS-AUD-EOF = 'Y'
           EXIT.
       2510-NEXT-AUDIT-RECORD.
           READ AUDITLOG-FILE NEXT RECORD INTO AUDIT-RECORD
               AT END
                  MOVE 'Y' TO WS-AUD-EOF
                  GO TO 2510-NEXT-AUDIT-RECORD-EXIT
           END-READ
           IF  AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERROR READING AUDIT LOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-AUDIT-READ
           IF  NOT AUD-ACTION-CRLIMIT-APPROVED
           OR  AUD-DESC(34:11) NOT NUMERIC
               GO TO 2510-NEXT-AUDIT-RECORD-EXIT
           END-IF
           STRING AUD-TS(1:4) '-' AUD-TS(5:2) '-' AUD-TS(7:2)
                  DELIMITED BY SIZE
             INTO WS-EVENT-DATE-X
           END-STRING
           IF  WS-EVENT-DATE-X < WS-WINDOW-FROM-X
           OR  WS-EVENT-DATE-X > PARM-DATE
               GO TO 2510-NEXT-AUDIT-RECORD-EXIT
           END-IF
           MOVE AUD-DESC(34:11) TO WS-FIND-ACCT-ID
           PERFORM 2900-FIND-OR-ADD-ACCOUNT
           IF  WS-ACT-FOUND NOT = 'Y'
               GO TO 2510-NEXT-AUDIT-RECORD-EXIT
           END-IF
           IF  WS-EVENT-DATE-X NOT < WS-ACT-CL-DATE (WS-ACT-IDX)
               MOVE WS-EVENT-DATE-X TO WS-ACT-CL-DATE   (WS-ACT-IDX)
               MOVE AUD-USR-ID      TO WS-ACT-CL-USR-ID (WS-ACT-IDX)
               MOVE AUD-DESC(53:14) TO WS-ACT-CL-AMT    (WS-ACT-IDX)
           END-IF.
       2510-NEXT-AUDIT-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-ACT-IDX at WS-FIND-ACCT-ID's entry, adding it
      * when new. A full table is counted and the activity is
      * left out.
      *---------------------------------------------------------------*
       2900-FIND-OR-ADD-ACCOUNT.
           MOVE 'Y' TO WS-ACT-FOUND
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 MOVE 'N' TO WS-ACT-FOUND
                 ADD 1 TO WS-TABLE-FULL-COUNT
                 DISPLAY 'ACCOUNT TABLE FULL - ACCOUNT '
                         WS-FIND-ACCT-ID
              WHEN WS-ACT-IDX > WS-ACT-ENTRIES-USED
                 ADD 1 TO WS-ACT-ENTRIES-USED
                 MOVE WS-FIND-ACCT-ID TO WS-ACT-ACCT-ID   (WS-ACT-IDX)
                 MOVE 0      TO WS-ACT-CASH-COUNT (WS-ACT-IDX)
                                WS-ACT-CASH-AMT   (WS-ACT-IDX)
                                WS-ACT-CASH-PRIOR (WS-ACT-IDX)
                                WS-ACT-RTN-COUNT  (WS-ACT-IDX)
                                WS-ACT-RTN-AMT    (WS-ACT-IDX)
                                WS-ACT-PAY-MAX    (WS-ACT-IDX)
                 MOVE SPACES TO WS-ACT-CASH-LAST  (WS-ACT-IDX)
                                WS-ACT-RTN-LAST   (WS-ACT-IDX)
                                WS-ACT-PAY-DATE   (WS-ACT-IDX)
                                WS-ACT-CL-DATE    (WS-ACT-IDX)
                                WS-ACT-CL-USR-ID  (WS-ACT-IDX)
                                WS-ACT-CL-AMT     (WS-ACT-IDX)
              WHEN WS-ACT-ACCT-ID (WS-ACT-IDX) = WS-FIND-ACCT-ID
                 CONTINUE
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Every account, in account order.
      *---------------------------------------------------------------*
       3000-SCAN-ACCOUNTS.
           MOVE 'N'  TO WS-ACCT-EOF
           MOVE ZERO TO FD-ACCT-ID
           START ACCOUNT-FILE KEY IS NOT LESS THAN FD-ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-ACCT-EOF
           END-START
           PERFORM 3010-NEXT-ACCOUNT
              THRU 3010-NEXT-ACCOUNT-EXIT
              UNTIL WS-ACCT-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One account: its signals gathered, scored, and a case
      * opened and the open-to-buy cut when the score reaches
      * the threshold. A closed or charged-off account has no
      * line left to run up; one already cut is with the fraud
      * team.
      *---------------------------------------------------------------*
       3010-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD INTO ACCOUNT-RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
                  GO TO 3010-NEXT-ACCOUNT-EXIT
           END-READ
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-ACCT-READ
           IF  ACCT-STATUS-CLOSED
           OR  ACCT-IS-CHARGED-OFF
           OR  ACCT-OTB-IS-CUT
               GO TO 3010-NEXT-ACCOUNT-EXIT
           END-IF

      * A cut lifted earlier means the signals up to its lift
      * date have been answered
           MOVE SPACES TO WS-EVENT-FLOOR-DATE
           MOVE 'N'    TO WS-OTC-ON-FILE
           MOVE ACCT-ID TO FD-OTC-ACCT-ID
           READ OTBCUT-FILE INTO OTB-CUT-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           IF  OTBCUT-STATUS = '00'
               IF  OTC-STATUS-CUT
                   GO TO 3010-NEXT-ACCOUNT-EXIT
               END-IF
               MOVE 'Y'           TO WS-OTC-ON-FILE
               MOVE OTC-LIFT-DATE TO WS-EVENT-FLOOR-DATE
           END-IF

           MOVE 0   TO WS-EVT-ENTRIES-USED
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  GO TO 3010-NEXT-ACCOUNT-EXIT
           END-READ

           PERFORM 3100-COLLECT-UTILIZATION
              THRU 3100-COLLECT-UTILIZATION-EXIT
           MOVE ACCT-ID TO WS-FIND-ACCT-ID
           PERFORM 3200-COLLECT-TABLED-ACTIVITY
              THRU 3200-COLLECT-TABLED-ACTIVITY-EXIT
           PERFORM 3300-COLLECT-PARTY-ADDS
           IF  WS-EVT-ENTRIES-USED = 0
               GO TO 3010-NEXT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCT-WITH-SIGNALS
           ADD WS-EVT-ENTRIES-USED TO WS-EVENT-COUNT

           PERFORM 3500-SCORE-ACCOUNT
           IF  WS-ACCT-SCORE NOT < WS-THRESHOLD
               PERFORM 4000-OPEN-BUSTOUT-CASE
                  THRU 4000-OPEN-BUSTOUT-CASE-EXIT
           END-IF.
       3010-NEXT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The utilization jump: how far the balance has climbed
      * since the last statement, in points of the credit
      * limit. After a lift it is measured from the balance the
      * analyst cleared, where that is the higher.
      *---------------------------------------------------------------*
       3100-COLLECT-UTILIZATION.
           MOVE 0 TO WS-JUMP-PCT
           IF  ACCT-CREDIT-LIMIT NOT > 0
               GO TO 3100-COLLECT-UTILIZATION-EXIT
           END-IF
           IF  ACCT-PRIOR-STMT-BAL > 0
               MOVE ACCT-PRIOR-STMT-BAL TO WS-BASE-BAL
           ELSE
               MOVE 0                   TO WS-BASE-BAL
           END-IF
           IF  WS-OTC-ON-FILE = 'Y'
           AND OTC-LIFT-BAL > WS-BASE-BAL
               MOVE OTC-LIFT-BAL        TO WS-BASE-BAL
           END-IF
           COMPUTE WS-JUMP-PCT =
              (ACCT-CURR-BAL - WS-BASE-BAL) * 100 / ACCT-CREDIT-LIMIT
           IF  WS-JUMP-PCT < WS-UTIL-JUMP-PCT
               GO TO 3100-COLLECT-UTILIZATION-EXIT
           END-IF
           MOVE PARM-DATE           TO WS-NEW-EVT-DATE
           MOVE 'UT'                TO WS-NEW-EVT-TYPE
           MOVE WS-WT-UTILIZATION   TO WS-NEW-EVT-WEIGHT
           MOVE 'ACCTDAT'           TO WS-NEW-EVT-SOURCE-PGM
           MOVE SPACES              TO WS-NEW-EVT-USR-ID
           MOVE WS-JUMP-PCT         TO WS-PCT-E
           MOVE SPACES              TO WS-NEW-EVT-DETAIL
           STRING 'BALANCE UP ' WS-PCT-E ' PCT OF LIMIT SINCE STMT'
                  DELIMITED BY SIZE
             INTO WS-NEW-EVT-DETAIL
           END-STRING
           PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT.
       3100-COLLECT-UTILIZATION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The account's cash, returned payments, largest payment
      * and limit increase, from the table.
      *---------------------------------------------------------------*
       3200-COLLECT-TABLED-ACTIVITY.
           SET WS-ACT-IDX TO 1
           SEARCH WS-ACT-ENTRY
              AT END
                 GO TO 3200-COLLECT-TABLED-ACTIVITY-EXIT
              WHEN WS-ACT-IDX > WS-ACT-ENTRIES-USED
                 GO TO 3200-COLLECT-TABLED-ACTIVITY-EXIT
              WHEN WS-ACT-ACCT-ID (WS-ACT-IDX) = WS-FIND-ACCT-ID
                 CONTINUE
           END-SEARCH

      * Cash drawn in the window on an account that drew none
      * in the baseline before it
           IF  WS-ACT-CASH-COUNT (WS-ACT-IDX) > 0
           AND WS-ACT-CASH-PRIOR (WS-ACT-IDX) = 0
               MOVE WS-ACT-CASH-LAST (WS-ACT-IDX) TO WS-NEW-EVT-DATE
               MOVE 'CA'                     TO WS-NEW-EVT-TYPE
               MOVE WS-WT-NEW-CASH           TO WS-NEW-EVT-WEIGHT
               MOVE 'TRANSACT'               TO WS-NEW-EVT-SOURCE-PGM
               MOVE SPACES                   TO WS-NEW-EVT-USR-ID
               MOVE WS-ACT-CASH-COUNT (WS-ACT-IDX) TO WS-COUNT-E
               MOVE WS-BASELINE-DAYS         TO WS-DAYS-E
               MOVE SPACES                   TO WS-NEW-EVT-DETAIL
               STRING 'NEW CASH: ' WS-COUNT-E ' ADVANCES, NONE IN '
                      WS-DAYS-E ' DAYS'
                      DELIMITED BY SIZE
                 INTO WS-NEW-EVT-DETAIL
               END-STRING
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-ACT-RTN-COUNT (WS-ACT-IDX) > 0
               MOVE WS-ACT-RTN-LAST (WS-ACT-IDX) TO WS-NEW-EVT-DATE
               MOVE 'NS'                     TO WS-NEW-EVT-TYPE
               MOVE WS-WT-RETURNED           TO WS-NEW-EVT-WEIGHT
               MOVE 'CBNSF01C'               TO WS-NEW-EVT-SOURCE-PGM
               MOVE SPACES                   TO WS-NEW-EVT-USR-ID
               MOVE WS-ACT-RTN-COUNT (WS-ACT-IDX) TO WS-COUNT-E
               MOVE WS-ACT-RTN-AMT (WS-ACT-IDX)   TO WS-AMT-E
               MOVE SPACES                   TO WS-NEW-EVT-DETAIL
               STRING WS-COUNT-E ' PAYMENTS RETURNED, ' WS-AMT-E
                      DELIMITED BY SIZE
                 INTO WS-NEW-EVT-DETAIL
               END-STRING
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
      * A payment larger than the balance the statement asked
      * for frees more line than was ever owed
           IF  ACCT-PRIOR-STMT-BAL > 0
               MOVE ACCT-PRIOR-STMT-BAL TO WS-STMT-BAL
           ELSE
               MOVE 0                   TO WS-STMT-BAL
           END-IF
           IF  WS-ACT-PAY-MAX (WS-ACT-IDX) > WS-STMT-BAL
               MOVE WS-ACT-PAY-DATE (WS-ACT-IDX) TO WS-NEW-EVT-DATE
               MOVE 'OP'                     TO WS-NEW-EVT-TYPE
               MOVE WS-WT-OVERPAYMENT        TO WS-NEW-EVT-WEIGHT
               MOVE 'TRANSACT'               TO WS-NEW-EVT-SOURCE-PGM
               MOVE SPACES                   TO WS-NEW-EVT-USR-ID
               MOVE WS-ACT-PAY-MAX (WS-ACT-IDX) TO WS-AMT-E
               MOVE WS-STMT-BAL              TO WS-AMT2-E
               MOVE SPACES                   TO WS-NEW-EVT-DETAIL
               STRING 'PAYMENT ' WS-AMT-E ' > STMT ' WS-AMT2-E
                      DELIMITED BY SIZE
                 INTO WS-NEW-EVT-DETAIL
               END-STRING
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-ACT-CL-DATE (WS-ACT-IDX) NOT = SPACES
               MOVE WS-ACT-CL-DATE (WS-ACT-IDX)  TO WS-NEW-EVT-DATE
               MOVE 'CL'                     TO WS-NEW-EVT-TYPE
               MOVE WS-WT-LIMIT-INCREASE     TO WS-NEW-EVT-WEIGHT
               MOVE 'COACTUPC'               TO WS-NEW-EVT-SOURCE-PGM
               MOVE WS-ACT-CL-USR-ID (WS-ACT-IDX) TO WS-NEW-EVT-USR-ID
               MOVE SPACES                   TO WS-NEW-EVT-DETAIL
               STRING 'LIMIT RAISED TO ' WS-ACT-CL-AMT (WS-ACT-IDX)
                      DELIMITED BY SIZE
                 INTO WS-NEW-EVT-DETAIL
               END-STRING
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF.
       3200-COLLECT-TABLED-ACTIVITY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Authorized parties added to the account.
      *---------------------------------------------------------------*
       3300-COLLECT-PARTY-ADDS.
           MOVE 'N'     TO WS-AUP-EOF
           MOVE ACCT-ID TO AUP-ACCT-ID
           MOVE 0       TO AUP-SEQ
           MOVE AUP-KEY TO FD-AUP-KEY
           START AUTHPTY-FILE KEY IS NOT LESS THAN FD-AUP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-AUP-EOF
           END-START
           PERFORM 3310-NEXT-PARTY
              THRU 3310-NEXT-PARTY-EXIT
              UNTIL WS-AUP-EOF = 'Y'
           EXIT.
       3310-NEXT-PARTY.
           READ AUTHPTY-FILE NEXT RECORD INTO AUTHORIZED-PARTY-RECORD
               AT END
                  MOVE 'Y' TO WS-AUP-EOF
                  GO TO 3310-NEXT-PARTY-EXIT
           END-READ
           IF  AUTHPTY-STATUS NOT = '00'
               DISPLAY 'ERROR READING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  AUP-ACCT-ID NOT = ACCT-ID
               MOVE 'Y' TO WS-AUP-EOF
               GO TO 3310-NEXT-PARTY-EXIT
           END-IF
           IF  AUP-ADDED-DATE = SPACES OR LOW-VALUES
               GO TO 3310-NEXT-PARTY-EXIT
           END-IF
           MOVE AUP-ADDED-DATE       TO WS-NEW-EVT-DATE
           MOVE 'AU'                 TO WS-NEW-EVT-TYPE
           MOVE WS-WT-AUTH-PARTY     TO WS-NEW-EVT-WEIGHT
           MOVE 'COAUP00C'           TO WS-NEW-EVT-SOURCE-PGM
           MOVE AUP-ADDED-BY-USR-ID  TO WS-NEW-EVT-USR-ID
           MOVE SPACES               TO WS-NEW-EVT-DETAIL
           STRING 'PARTY ADDED: '   DELIMITED BY SIZE
                  AUP-NAME(1:27)    DELIMITED BY SIZE
             INTO WS-NEW-EVT-DETAIL
           END-STRING
           PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT.
       3310-NEXT-PARTY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The score: each signal type present adds its weight
      * once, however many times it occurs.
      *---------------------------------------------------------------*
       3500-SCORE-ACCOUNT.
           MOVE 'N'    TO WS-HAS-UTILIZATION
                          WS-HAS-NEW-CASH
                          WS-HAS-RETURNED
                          WS-HAS-OVERPAYMENT
                          WS-HAS-LIMIT-INCREASE
                          WS-HAS-AUTH-PARTY
           PERFORM 3510-TALLY-EVENT
              VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > WS-EVT-ENTRIES-USED
           MOVE 0 TO WS-ACCT-SCORE
           IF  WS-HAS-UTILIZATION = 'Y'
               ADD WS-WT-UTILIZATION    TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-NEW-CASH = 'Y'
               ADD WS-WT-NEW-CASH       TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-RETURNED = 'Y'
               ADD WS-WT-RETURNED       TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-OVERPAYMENT = 'Y'
               ADD WS-WT-OVERPAYMENT    TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-LIMIT-INCREASE = 'Y'
               ADD WS-WT-LIMIT-INCREASE TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-AUTH-PARTY = 'Y'
               ADD WS-WT-AUTH-PARTY     TO WS-ACCT-SCORE
           END-IF
           EXIT.
       3510-TALLY-EVENT.
           EVALUATE WS-EVT-TYPE (WS-EVT-IDX)
               WHEN 'UT'
                   MOVE 'Y' TO WS-HAS-UTILIZATION
               WHEN 'CA'
                   MOVE 'Y' TO WS-HAS-NEW-CASH
               WHEN 'NS'
                   MOVE 'Y' TO WS-HAS-RETURNED
               WHEN 'OP'
                   MOVE 'Y' TO WS-HAS-OVERPAYMENT
               WHEN 'CL'
                   MOVE 'Y' TO WS-HAS-LIMIT-INCREASE
               WHEN 'AU'
                   MOVE 'Y' TO WS-HAS-AUTH-PARTY
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Adds WS-NEW-EVENT to the account's table in date order,
      * if it falls in the window and after any cut lifted on
      * the account.
      *---------------------------------------------------------------*
       3900-ADD-EVENT.
           IF  WS-NEW-EVT-DATE < WS-WINDOW-FROM-X
           OR  WS-NEW-EVT-DATE > PARM-DATE
               GO TO 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-OTC-ON-FILE = 'Y'
           AND WS-NEW-EVT-DATE NOT > WS-EVENT-FLOOR-DATE
               GO TO 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-EVT-ENTRIES-USED NOT < 40
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY 'EVENT TABLE FULL - ACCOUNT ' ACCT-ID
               GO TO 3900-ADD-EVENT-EXIT
           END-IF
      * The new signal goes after every signal on or before its
      * date; the later ones move down one
           MOVE WS-EVT-ENTRIES-USED TO WS-EVT-SUB
           MOVE 'N' TO WS-EVT-SLOT-FOUND
           PERFORM 3910-FIND-EVENT-SLOT
              UNTIL WS-EVT-SLOT-FOUND = 'Y'
           ADD 1 TO WS-EVT-ENTRIES-USED
           MOVE WS-NEW-EVT-DATE       TO WS-EVT-DATE       (WS-EVT-POS)
           MOVE WS-NEW-EVT-TYPE       TO WS-EVT-TYPE       (WS-EVT-POS)
           MOVE WS-NEW-EVT-WEIGHT     TO WS-EVT-WEIGHT     (WS-EVT-POS)
           MOVE WS-NEW-EVT-SOURCE-PGM
             TO WS-EVT-SOURCE-PGM (WS-EVT-POS)
           MOVE WS-NEW-EVT-USR-ID     TO WS-EVT-USR-ID     (WS-EVT-POS)
           MOVE WS-NEW-EVT-DETAIL     TO WS-EVT-DETAIL     (WS-EVT-POS).
       3900-ADD-EVENT-EXIT.
           EXIT.
       3910-FIND-EVENT-SLOT.
           IF  WS-EVT-SUB < 1
               MOVE 1   TO WS-EVT-POS
               MOVE 'Y' TO WS-EVT-SLOT-FOUND
           ELSE
               IF  WS-EVT-DATE (WS-EVT-SUB) NOT > WS-NEW-EVT-DATE
                   COMPUTE WS-EVT-POS = WS-EVT-SUB + 1
                   MOVE 'Y' TO WS-EVT-SLOT-FOUND
               ELSE
                   MOVE WS-EVT-ENTRY (WS-EVT-SUB)
                     TO WS-EVT-ENTRY (WS-EVT-SUB + 1)
                   SUBTRACT 1 FROM WS-EVT-SUB
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the bust-out case: the next free key down from
      * 9999 on the run date, the summary image, the signal
      * trail, the open-to-buy cut and the report lines.
      *---------------------------------------------------------------*
       4000-OPEN-BUSTOUT-CASE.
           MOVE 'N' TO WS-CASE-KEYED
           PERFORM 4010-TRY-CASE-KEY
              UNTIL WS-CASE-KEYED = 'Y'
                 OR WS-NEXT-CASE-SEQ = 0
           IF  WS-CASE-KEYED NOT = 'Y'
               ADD 1 TO WS-CASE-NOT-KEYED-COUNT
               DISPLAY 'NO FREE CASE KEY - ACCOUNT ' ACCT-ID
               MOVE SPACES TO WS-BST-RPT-MSG-TEXT
               STRING 'NO FREE CASE KEY ON THE RUN DATE - ACCOUNT '
                      ACCT-ID
                      DELIMITED BY SIZE
                 INTO WS-BST-RPT-MSG-TEXT
               END-STRING
               WRITE FD-BSTRPT-REC FROM WS-BST-RPT-MSG-LINE
               GO TO 4000-OPEN-BUSTOUT-CASE-EXIT
           END-IF

      * The card the case carries: its vault token where one
      * has been issued, as the posting images carry it
           MOVE XREF-CARD-NUM TO WS-CASE-CARD-NUM
           MOVE XREF-CARD-NUM TO FD-TKV-CARD-NUM
           READ TOKNVLT-FILE INTO TOKEN-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           IF  TOKNVLT-STATUS = '00'
           AND TOKEN-STAT-ACTIVE
               MOVE TOKEN-ID TO WS-CASE-CARD-NUM
           END-IF

           INITIALIZE DALYTRAN-RECORD
           MOVE SPACES               TO DALYTRAN-ID
           STRING 'BST' ACCT-ID
                  DELIMITED BY SIZE
             INTO DALYTRAN-ID
           END-STRING
           MOVE 'BST SCAN'           TO DALYTRAN-SOURCE
           MOVE WS-EVT-ENTRIES-USED  TO WS-CASE-EVENTS
           MOVE SPACES               TO DALYTRAN-DESC
           STRING 'BUST-OUT PATTERN - SCORE '
                  WS-ACCT-SCORE
                  ' OF '
                  WS-THRESHOLD
                  ', '
                  WS-CASE-EVENTS
                  ' CREDIT-LINE SIGNALS'
                  DELIMITED BY SIZE
             INTO DALYTRAN-DESC
           END-STRING
      * The amount at stake: the balance standing on the line
           MOVE ACCT-CURR-BAL        TO DALYTRAN-AMT
           MOVE 0                    TO DALYTRAN-MERCHANT-ID
           MOVE 'CREDIT-LINE SIGNALS' TO DALYTRAN-MERCHANT-NAME
           MOVE WS-CASE-CARD-NUM     TO DALYTRAN-CARD-NUM
           MOVE SPACES               TO DALYTRAN-ORIG-TS
           STRING WS-EVT-DATE (WS-EVT-ENTRIES-USED)
                  '-00.00.00.000000'
                  DELIMITED BY SIZE
             INTO DALYTRAN-ORIG-TS
           END-STRING

           MOVE DALYTRAN-RECORD      TO FRD-TRAN-DATA
           MOVE 9002                 TO FRD-REASON
           MOVE SPACES               TO FRD-REASON-DESC
           STRING 'BUST-OUT PATTERN ON THE CREDIT LINE - '
                  'OPEN-TO-BUY CUT - SEE FRDEVNT TRAIL'
                  DELIMITED BY SIZE
             INTO FRD-REASON-DESC
           END-STRING
           SET FRD-STATUS-OPEN       TO TRUE
           MOVE SPACES               TO FRD-WORKED-BY-USR-ID
           MOVE SPACES               TO FRD-DISP-TS
           MOVE 'N'                  TO FRD-HOTLISTED
           SET FRD-CASE-BUSTOUT      TO TRUE
           MOVE FRD-KEY              TO FD-FRD-KEY
           WRITE FD-FRAUDCSE-REC FROM FRAUD-CASE-RECORD
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRAUD CASE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CASE-COUNT
           SUBTRACT 1 FROM WS-NEXT-CASE-SEQ

           PERFORM 4100-CUT-OPEN-TO-BUY

           MOVE ACCT-ID              TO WS-BST-RPT-C-ACCT
           MOVE ALL 'X'              TO WS-BST-RPT-C-CARD
           MOVE XREF-CARD-NUM(13:4)  TO WS-BST-RPT-C-CARD(13:4)
           MOVE FRD-DATE             TO WS-BST-RPT-C-DATE
           MOVE FRD-SEQ              TO WS-BST-RPT-C-SEQ
           MOVE WS-ACCT-SCORE        TO WS-BST-RPT-C-SCORE
           MOVE ACCT-CREDIT-LIMIT    TO WS-BST-RPT-C-LIMIT
           MOVE ACCT-CURR-BAL        TO WS-BST-RPT-C-BAL
           MOVE WS-JUMP-PCT          TO WS-BST-RPT-C-JUMP
           MOVE WS-EVT-ENTRIES-USED  TO WS-BST-RPT-C-EVENTS
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-CASE-LINE

           PERFORM 4200-WRITE-TRAIL-EVENT
              VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > WS-EVT-ENTRIES-USED.
       4000-OPEN-BUSTOUT-CASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One candidate case key; a key on file (a transaction
      * case, a takeover case, or a case from an earlier run of
      * the same date) moves the search down one.
      *---------------------------------------------------------------*
       4010-TRY-CASE-KEY.
           MOVE WS-RUN-DATE-N    TO FRD-DATE
           MOVE WS-NEXT-CASE-SEQ TO FRD-SEQ
           MOVE FRD-KEY          TO FD-FRD-KEY
           READ FRAUDCSE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE FRAUDCSE-STATUS
               WHEN '23'
                   MOVE 'Y' TO WS-CASE-KEYED
               WHEN '00'
                   SUBTRACT 1 FROM WS-NEXT-CASE-SEQ
               WHEN OTHER
                   DISPLAY 'ERROR READING FRAUD CASE FILE'
                   MOVE FRAUDCSE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Cuts the account's open-to-buy until the case is worked:
      * the flag CBTRN02C posts against, and the OTBCUT row
      * (a row left by an earlier lift is reused).
      *---------------------------------------------------------------*
       4100-CUT-OPEN-TO-BUY.
           SET ACCT-OTB-IS-CUT TO TRUE
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE OTB-CUT-RECORD
           MOVE ACCT-ID          TO OTC-ACCT-ID
           SET OTC-STATUS-CUT    TO TRUE
           MOVE PARM-DATE        TO OTC-SET-DATE
           MOVE FRD-KEY          TO OTC-CASE-KEY
           MOVE WS-ACCT-SCORE    TO OTC-SCORE
           MOVE ACCT-CURR-BAL    TO OTC-CUT-BAL
           MOVE SPACES           TO OTC-LIFT-DATE
           MOVE 0                TO OTC-LIFT-BAL
           MOVE OTC-ACCT-ID      TO FD-OTC-ACCT-ID
           IF  WS-OTC-ON-FILE = 'Y'
               REWRITE FD-OTBCUT-REC FROM OTB-CUT-RECORD
           ELSE
               WRITE FD-OTBCUT-REC FROM OTB-CUT-RECORD
           END-IF
           IF  OTBCUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OPEN-TO-BUY CUT'
               MOVE OTBCUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One signal of the trail, to FRDEVNT and the report.
      *---------------------------------------------------------------*
       4200-WRITE-TRAIL-EVENT.
           INITIALIZE FRAUD-CASE-EVENT-RECORD
           MOVE FRD-KEY                          TO FRE-CASE-KEY
           SET WS-EVT-SUB TO WS-EVT-IDX
           MOVE WS-EVT-SUB                       TO FRE-SEQ
           MOVE WS-EVT-DATE       (WS-EVT-IDX)   TO FRE-EVENT-DATE
           MOVE WS-EVT-TYPE       (WS-EVT-IDX)   TO FRE-EVENT-TYPE
           MOVE WS-EVT-WEIGHT     (WS-EVT-IDX)   TO FRE-WEIGHT
           MOVE WS-EVT-SOURCE-PGM (WS-EVT-IDX)   TO FRE-SOURCE-PGM
           MOVE WS-EVT-USR-ID     (WS-EVT-IDX)   TO FRE-USR-ID
           MOVE WS-EVT-DETAIL     (WS-EVT-IDX)   TO FRE-DETAIL
           MOVE FRE-KEY                          TO FD-FRE-KEY
           WRITE FD-FRDEVNT-REC FROM FRAUD-CASE-EVENT-RECORD
           IF  FRDEVNT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRAUD CASE EVENT'
               MOVE FRDEVNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE FRE-EVENT-DATE   TO WS-BST-RPT-E-DATE
           MOVE FRE-EVENT-TYPE   TO WS-BST-RPT-E-TYPE
           MOVE FRE-WEIGHT       TO WS-BST-RPT-E-WEIGHT
           MOVE FRE-SOURCE-PGM   TO WS-BST-RPT-E-PGM
           MOVE FRE-USR-ID       TO WS-BST-RPT-E-USER
           MOVE FRE-DETAIL       TO WS-BST-RPT-E-DETAIL
           WRITE FD-BSTRPT-REC FROM WS-BST-RPT-EVENT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the parameter deck. Without it the built-in
      * defaults stand.
      *---------------------------------------------------------------*
       0100-BSTPARM-OPEN.
           OPEN INPUT BSTPARM-FILE
           IF  BSTPARM-STATUS = '00'
               MOVE 'Y' TO WS-BSTPARM-AVAILABLE
           ELSE
               MOVE 'N' TO WS-BSTPARM-AVAILABLE
               DISPLAY 'NO BSTPARM CARDS - DEFAULT SETTINGS IN FORCE'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the audit log for sequential read.
      *---------------------------------------------------------------*
       0150-AUDITLOG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AUDITLOG-FILE
           IF  AUDITLOG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUDIT LOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
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
      * Opens the token vault for random read.
      *---------------------------------------------------------------*
       0250-TOKNVLT-OPEN.
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
      * Opens the card cross-reference for random read.
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
               DISPLAY 'ERROR OPENING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for dynamic I-O.
      *---------------------------------------------------------------*
       0350-ACCTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ACCOUNT-FILE
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
      * Opens the authorized parties for dynamic read.
      *---------------------------------------------------------------*
       0400-AUTHPTY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AUTHPTY-FILE
           IF  AUTHPTY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the open-to-buy cuts for dynamic I-O.
      *---------------------------------------------------------------*
       0450-OTBCUT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O OTBCUT-FILE
           IF  OTBCUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING OPEN-TO-BUY CUT FILE'
               MOVE OTBCUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fraud case queue for random I-O.
      *---------------------------------------------------------------*
       0500-FRAUDCSE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O FRAUDCSE-FILE
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
      * Opens the fraud case event trail for random I-O.
      *---------------------------------------------------------------*
       0550-FRDEVNT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O FRDEVNT-FILE
           IF  FRDEVNT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FRAUD EVENT FILE'
               MOVE FRDEVNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report.
      *---------------------------------------------------------------*
       0600-BSTRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT BSTRPT-FILE
           IF  BSTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BUST-OUT REPORT'
               MOVE BSTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the parameter deck, if it was opened.
      *---------------------------------------------------------------*
       9100-BSTPARM-CLOSE.
           IF  WS-BSTPARM-AVAILABLE = 'Y'
               CLOSE BSTPARM-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the audit log.
      *---------------------------------------------------------------*
       9150-AUDITLOG-CLOSE.
           CLOSE AUDITLOG-FILE
           IF  AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUDIT LOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
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
      * Closes the token vault.
      *---------------------------------------------------------------*
       9250-TOKNVLT-CLOSE.
           CLOSE TOKNVLT-FILE
           IF  TOKNVLT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card cross-reference.
      *---------------------------------------------------------------*
       9300-XREFFILE-CLOSE.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9350-ACCTFILE-CLOSE.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the authorized parties.
      *---------------------------------------------------------------*
       9400-AUTHPTY-CLOSE.
           CLOSE AUTHPTY-FILE
           IF  AUTHPTY-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the open-to-buy cuts.
      *---------------------------------------------------------------*
       9450-OTBCUT-CLOSE.
           CLOSE OTBCUT-FILE
           IF  OTBCUT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING OPEN-TO-BUY CUT FILE'
               MOVE OTBCUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case queue.
      *---------------------------------------------------------------*
       9500-FRAUDCSE-CLOSE.
           CLOSE FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case event trail.
      *---------------------------------------------------------------*
       9550-FRDEVNT-CLOSE.
           CLOSE FRDEVNT-FILE
           IF  FRDEVNT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD EVENT FILE'
               MOVE FRDEVNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9600-BSTRPT-CLOSE.
           CLOSE BSTRPT-FILE
           IF  BSTRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING BUST-OUT REPORT'
               MOVE BSTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the cases and cuts themselves stand.
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
      * count of bust-out cases opened and the end timestamp.
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
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
