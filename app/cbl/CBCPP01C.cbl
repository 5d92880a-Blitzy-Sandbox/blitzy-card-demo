      ******************************************************************
      * Program     : CBCPP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Common point-of-purchase analysis of confirmed
      *               fraud cards, and mass reissue of the at-risk
      *               cards of approved merchants.
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
      * CBCPP01C - Common Point-of-Purchase Analysis (Batch)
      *
      * When several cards turn up with confirmed fraud, the
      * numbers were usually skimmed or breached at one merchant
      * they all used. Until now the fraud team worked that out
      * by reading transaction lists side by side. This daily
      * job does the search and carries out the team's decision:
      *
      *   1. MASS REISSUE: every merchant an analyst approved on
      *      COCPP00C since the last run has the at-risk cards
      *      of its analysis reissued, the way the COCRDUPC
      *      reissue does one card -- new CVV, expiry four years
      *      on, fulfillment fields cleared so CBFUL01C's next
      *      extract sends the plastic, the account's
      *      ACCT-REISSUE-DATE stamped and the card's wallet
      *      tokens relinked to the new expiry. Each reissue
      *      queues a 'CPPR' customer letter on LETTERQ. A card
      *      already hotlisted, closed, on a closed account or
      *      reissued since the exposure is skipped. The merchant
      *      then stands REISSUE QUEUED.
      *
      *   2. ANALYSIS: the cards of the FRAUDCSE transaction
      *      cases confirmed inside the look-back window are
      *      gathered (an account takeover or bust-out case
      *      says nothing of where the card was compromised),
      *      and one
      *      pass over posted TRANSACT and the TRANARCH archive
      *      collects the merchants where they made purchases in
      *      the same window. A merchant two or more fraud cards
      *      have in common is a candidate; its exposure window
      *      runs from the first to the last fraud-card purchase
      *      there. A second pass lists on CPPRISK (CVCPP02Y.cpy)
      *      every other card that used a candidate merchant
      *      inside its window. The candidate is then scored and
      *      written to CPPMERC (CVCPP01Y.cpy) as PENDING for the
      *      fraud team. A merchant already approved is left for
      *      its reissue; one dismissed or already reissued comes
      *      back only when more fraud cards now share it.
      *
      * CPPRPT lists the reissues and the candidates, card
      * numbers masked to their last four digits. Sets
      * RETURN-CODE = 4 if an accumulation table filled (the
      * analysis is incomplete) or a reissued customer's letter
      * could not be queued.
      *
      * Files accessed:
      *   FRAUDCSE  - Fraud case queue (KSDS, sequential read)
      *   TRANSACT  - Posted transactions (KSDS, sequential;
      *               read twice)
      *   TRANARCH  - Transaction archive (KSDS, sequential;
      *               read twice)
      *   CPPMERC   - Point-of-purchase merchants (KSDS,
      *               dynamic I-O)
      *   CPPRISK   - Point-of-purchase at-risk cards (KSDS,
      *               dynamic I-O)
      *   TOKNVLT   - Card token vault (KSDS, random read by the
      *               TOKEN-ID alternate key)
      *   CARDDAT   - Card master (KSDS, random I-O)
      *   HOTLIST   - Lost/stolen hotlist (KSDS, random read)
      *   ACCTDAT   - Account master (KSDS, random I-O)
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   DEVTOKN   - Wallet device tokens (KSDS, dynamic I-O
      *               by the DTK-CARD-NUM alternate key)
      *   LETTERQ   - Correspondence letter queue (KSDS, random
      *               I-O; optional)
      *   CPPRPT    - Run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run; the look-back window ends on
      * it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCPP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-FRD-KEY
                  FILE STATUS  IS FRAUDCSE-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRANS-ID
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT TRANARCH-FILE ASSIGN TO TRANARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TXA-KEY
                  FILE STATUS  IS TRANARCH-STATUS.

      * Point-of-purchase merchants: browsed for the approved
      * ones, then read and written at random by the analysis
           SELECT CPPMERC-FILE ASSIGN TO CPPMERC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CPM-MERCHANT-ID
                  FILE STATUS  IS CPPMERC-STATUS.

      * At-risk cards: one merchant's cards browsed for the
      * reissue, single rows read and written by the analysis
           SELECT CPPRISK-FILE ASSIGN TO CPPRISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CPR-KEY
                  FILE STATUS  IS CPPRISK-STATUS.

           SELECT TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-TKV-TOKEN-ID
                  FILE STATUS  IS TOKNVLT-STATUS.

           SELECT CARDDAT-FILE ASSIGN TO CARDDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDDAT-STATUS.

           SELECT HOTLIST-FILE ASSIGN TO HOTLIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-HOT-CARD-NUM
                  FILE STATUS  IS HOTLIST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

      * Wallet device tokens: every token on a reissued card,
      * through the funding-card alternate index
           SELECT DEVTOKN-FILE ASSIGN TO DEVTOKN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DTK-TOKEN-NUM
                  ALTERNATE RECORD KEY IS FD-DTK-CARD-NUM
                      WITH DUPLICATES
                  FILE STATUS  IS DEVTOKN-STATUS.

      * LETTERQ: correspondence letter queue (CVLTR01Y.cpy).
           SELECT LETTERQ-FILE ASSIGN TO LETTERQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LTQ-KEY
                  FILE STATUS  IS LETTERQ-STATUS.

           SELECT CPPRPT-FILE ASSIGN TO CPPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CPPRPT-STATUS.

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
      * FD for the fraud case VSAM (500 bytes)
       FD  FRAUDCSE-FILE.
       01  FD-FRAUDCSE-REC.
           05 FD-FRD-KEY                        PIC X(12).
           05 FD-FRD-DATA                       PIC X(488).

       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                       PIC X(16).
           05 FD-TRANS-DATA                     PIC X(354).

      * FD for the transaction archive (420 bytes)
       FD  TRANARCH-FILE.
       01  FD-TRANARCH-REC.
           05 FD-TXA-KEY                        PIC X(42).
           05 FD-TXA-DATA                       PIC X(378).

      * FD for the point-of-purchase merchant VSAM (200 bytes)
       FD  CPPMERC-FILE.
       01  FD-CPPMERC-REC.
           05 FD-CPM-MERCHANT-ID                PIC 9(09).
           05 FD-CPM-DATA                       PIC X(191).

      * FD for the point-of-purchase at-risk VSAM (100 bytes)
       FD  CPPRISK-FILE.
       01  FD-CPPRISK-REC.
           05 FD-CPR-KEY                        PIC X(25).
           05 FD-CPR-DATA                       PIC X(75).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for the card master VSAM (150 bytes)
       FD  CARDDAT-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

      * FD for the hotlist VSAM (80 bytes)
       FD  HOTLIST-FILE.
       01  FD-HOTLIST-REC.
           05 FD-HOT-CARD-NUM                   PIC X(16).
           05 FD-HOT-DATA                       PIC X(64).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for the wallet device token VSAM (200 bytes)
       FD  DEVTOKN-FILE.
       01  FD-DEVTOKN-REC.
           05 FD-DTK-TOKEN-NUM                  PIC X(16).
           05 FD-DTK-CARD-NUM                   PIC X(16).
           05 FD-DTK-DATA                       PIC X(168).

      * FD for the letter queue VSAM (100 bytes)
       FD  LETTERQ-FILE.
       01  FD-LETTERQ-REC.
           05 FD-LTQ-KEY                        PIC X(38).
           05 FD-LTQ-DATA                       PIC X(62).

      * FD for the run report (132-byte print)
       FD  CPPRPT-FILE.
       01  FD-CPPRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVFRD01Y: 500-byte fraud case record
       COPY CVFRD01Y.
       01  FRAUDCSE-STATUS.
           05  FRAUDCSE-STAT1      PIC X.
           05  FRAUDCSE-STAT2      PIC X.
      * CVTRA06Y: the 370-byte DALYTRAN image a case carries
       COPY CVTRA06Y.

      * CVTRA05Y: 370-byte posted transaction master record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVARC01Y: 420-byte transaction archive record
       COPY CVARC01Y.
       01  TRANARCH-STATUS.
           05  TRANARCH-STAT1      PIC X.
           05  TRANARCH-STAT2      PIC X.

      * CVCPP01Y: 200-byte point-of-purchase merchant record
       COPY CVCPP01Y.
       01  CPPMERC-STATUS.
           05  CPPMERC-STAT1       PIC X.
           05  CPPMERC-STAT2       PIC X.

      * CVCPP02Y: 100-byte point-of-purchase at-risk record
       COPY CVCPP02Y.
       01  CPPRISK-STATUS.
           05  CPPRISK-STAT1       PIC X.
           05  CPPRISK-STAT2       PIC X.

      * CVTKN01Y: 80-byte token vault record
       COPY CVTKN01Y.
       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVACT02Y: 150-byte card master record
       COPY CVACT02Y.
       01  CARDDAT-STATUS.
           05  CARDDAT-STAT1       PIC X.
           05  CARDDAT-STAT2       PIC X.

      * CVHOT01Y: 80-byte hotlist record
       COPY CVHOT01Y.
       01  HOTLIST-STATUS.
           05  HOTLIST-STAT1       PIC X.
           05  HOTLIST-STAT2       PIC X.

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

      * CVDTK01Y: 200-byte wallet device token record
       COPY CVDTK01Y.
       01  DEVTOKN-STATUS.
           05  DEVTOKN-STAT1       PIC X.
           05  DEVTOKN-STAT2       PIC X.

      * CVLTR01Y: letter template and letter queue records
       COPY CVLTR01Y.
       01  LETTERQ-STATUS.
           05  LETTERQ-STAT1       PIC X.
           05  LETTERQ-STAT2       PIC X.
      * Letter queue opened (a missing queue is tolerated)
       01  WS-LETTERQ-AVAILABLE    PIC X(01) VALUE 'N'.

       01  CPPRPT-STATUS.
           05  CPPRPT-STAT1        PIC X.
           05  CPPRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCPP01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * The cards with confirmed fraud in the look-back window,
      * as posted (the vault token where one was resolved) --
      * the fixed OCCURS/linear-SEARCH idiom the batch programs
      * use
       01  WS-FRAUD-CARD-TABLE.
           05 WS-FCD-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-FCD-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-FCD-IDX.
              10 WS-FCD-CARD-NUM        PIC X(16).

      * Each distinct fraud card/merchant pair seen, so a card
      * counts once toward a merchant however often it was used
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
           05 WS-PAIR-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-PAIR-IDX.
              10 WS-PAIR-CARD-NUM       PIC X(16).
              10 WS-PAIR-MERCHANT-ID    PIC 9(09).

      * Per merchant the fraud cards used: how many, the
      * exposure window, and what the analysis decided
       01  WS-MER-TABLE.
           05 WS-MER-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-MER-ENTRY OCCURS 1000 TIMES
                           INDEXED BY WS-MER-IDX.
              10 WS-MER-MERCHANT-ID     PIC 9(09).
              10 WS-MER-MERCHANT-NAME   PIC X(50).
              10 WS-MER-FRAUD-COUNT     PIC 9(05).
              10 WS-MER-FIRST-DATE      PIC X(10).
              10 WS-MER-LAST-DATE       PIC X(10).
              10 WS-MER-AT-RISK-COUNT   PIC 9(07).
      * 'Y' when the merchant is analysed this run
              10 WS-MER-ACTIVE          PIC X(01).
      * What the analysis does to its CPPMERC row
              10 WS-MER-ACTION          PIC X(01).
                 88 WS-MER-ACTION-NEW              VALUE 'N'.
                 88 WS-MER-ACTION-REFRESH          VALUE 'R'.
                 88 WS-MER-ACTION-REOPEN           VALUE 'O'.

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

      * Look-back window: the confirmed cases and the purchases
      * analysed fall within this many days of the run date
       01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 120.
      * Fewest fraud cards a merchant must share to be named
       01  WS-MIN-COMMON-CARDS      PIC 9(03) VALUE 2.

      * Date work areas
       01  WS-DATE-YMD-9            PIC 9(08).
       01  WS-RUN-INT               PIC S9(09) COMP.
       01  WS-LOOKBACK-INT          PIC S9(09) COMP.
       01  WS-LOOKBACK-DATE-N       PIC 9(08).
       01  WS-LOOKBACK-DATE-X       PIC X(10).

       01 WS-MISC-VARS.
           05 WS-FRAUD-EOF              PIC X(01) VALUE 'N'.
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-ARCH-EOF               PIC X(01) VALUE 'N'.
           05 WS-CPM-EOF                PIC X(01) VALUE 'N'.
           05 WS-CPR-EOF                PIC X(01) VALUE 'N'.
           05 WS-DTK-EOF                PIC X(01) VALUE 'N'.
      * Which pass over the history is running: 1 collects the
      * fraud cards' merchants, 2 the other cards at candidates
           05 WS-HISTORY-PASS           PIC 9(01) VALUE 1.
           05 WS-TRAN-DATE              PIC X(10) VALUE SPACES.
           05 WS-FRAUD-CARD-FOUND       PIC X(01) VALUE 'N'.
           05 WS-NEW-PAIR               PIC X(01) VALUE 'N'.
           05 WS-CPM-ON-FILE            PIC X(01) VALUE 'N'.
      * The card a reissue resolves to, and what became of it
           05 WS-REAL-CARD-NUM          PIC X(16) VALUE SPACES.
           05 WS-SKIP-REASON            PIC X(01) VALUE SPACE.
           05 WS-REISSUE-RESULT         PIC X(40) VALUE SPACES.
      * New card values, as the COCRDUPC reissue derives them
           05 WS-NEW-CVV                PIC 9(03) VALUE 0.
           05 WS-NEW-EXP-YEAR           PIC 9(04) VALUE 0.
           05 WS-NEW-EXP-DATE           PIC X(10) VALUE SPACES.
           05 WS-MER-REISSUED           PIC 9(07) VALUE 0.
           05 WS-NOW-TS                 PIC X(14) VALUE SPACES.
      * Score arithmetic
           05 WS-SCORE-WORK             PIC 9(05) VALUE 0.
       01 WS-COUNTERS.
           05 WS-CASE-READ              PIC 9(09) VALUE 0.
           05 WS-CASE-USED              PIC 9(09) VALUE 0.
           05 WS-TRAN-READ              PIC 9(09) VALUE 0.
           05 WS-ARCH-READ              PIC 9(09) VALUE 0.
           05 WS-CANDIDATE-COUNT        PIC 9(07) VALUE 0.
           05 WS-RISK-CARD-COUNT        PIC 9(07) VALUE 0.
           05 WS-MERCHANT-QUEUED        PIC 9(07) VALUE 0.
           05 WS-REISSUED-COUNT         PIC 9(07) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(07) VALUE 0.
           05 WS-TOKEN-RELINK-COUNT     PIC 9(07) VALUE 0.
           05 WS-LETTER-COUNT           PIC 9(07) VALUE 0.
           05 WS-LETTER-MISSED-COUNT    PIC 9(07) VALUE 0.
           05 WS-TABLE-FULL-COUNT       PIC 9(07) VALUE 0.

      * Run report lines
       01 WS-CPP-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'COMMON POINT-OF-PURCHASE ANALYSIS'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-CPP-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(13)
                   VALUE '  LOOK-BACK: '.
           05 WS-CPP-RPT-LOOKBACK       PIC X(10).
           05 FILLER                    PIC X(48) VALUE SPACES.
       01 WS-CPP-RPT-SECTION.
           05 WS-CPP-RPT-SECT-TEXT      PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CPP-RPT-REISSUE-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' MERCHANT   CARD             RESULT            '.
           05 FILLER                    PIC X(84) VALUE SPACES.
       01 WS-CPP-RPT-REISSUE-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPP-RPT-R-MERCHANT     PIC 9(09).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPP-RPT-R-CARD         PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPP-RPT-R-RESULT       PIC X(40).
           05 FILLER                    PIC X(63) VALUE SPACES.
       01 WS-CPP-RPT-CAND-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' MERCHANT   MERCHANT NAME                  FRAUD'.
           05 FILLER                    PIC X(48) VALUE
              '/TOTAL  AT RISK SCORE EXPOSURE WINDOW          '.
           05 FILLER                    PIC X(36) VALUE
              '    ACTION'.
       01 WS-CPP-RPT-CAND-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPP-RPT-C-MERCHANT     PIC 9(09).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPP-RPT-C-NAME         PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPP-RPT-C-FRAUD        PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE '/'.
           05 WS-CPP-RPT-C-TOTAL        PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CPP-RPT-C-RISK         PIC ZZZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPP-RPT-C-SCORE        PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPP-RPT-C-START        PIC X(10).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-CPP-RPT-C-END          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CPP-RPT-C-ACTION       PIC X(30).
           05 FILLER                    PIC X(09) VALUE SPACES.
       01 WS-CPP-RPT-NONE-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(20) VALUE 'NONE'.
           05 FILLER                    PIC X(108) VALUE SPACES.
       01 WS-CPP-RPT-TOTAL-LINE.
           05 WS-CPP-RPT-TOT-LABEL      PIC X(32).
           05 WS-CPP-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(91) VALUE SPACES.
       01 WS-CPP-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: reissues what the fraud team approved,
      * then runs the day's analysis.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCPP01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
           OR  PARM-DATE(8:1) NOT = '-'
           OR  PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
      * The look-back window's first day
           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           COMPUTE WS-LOOKBACK-INT = WS-RUN-INT - WS-LOOKBACK-DAYS
           COMPUTE WS-LOOKBACK-DATE-N =
              FUNCTION DATE-OF-INTEGER(WS-LOOKBACK-INT)
           STRING WS-LOOKBACK-DATE-N(1:4) '-'
                  WS-LOOKBACK-DATE-N(5:2) '-'
                  WS-LOOKBACK-DATE-N(7:2)
                  DELIMITED BY SIZE
                  INTO WS-LOOKBACK-DATE-X
           END-STRING
           DISPLAY 'LOOK-BACK FROM: ' WS-LOOKBACK-DATE-X

           PERFORM 0100-FRAUDCSE-OPEN.
           PERFORM 0150-TRANSACT-OPEN.
           PERFORM 0200-TRANARCH-OPEN.
           PERFORM 0250-CPPMERC-OPEN.
           PERFORM 0300-CPPRISK-OPEN.
           PERFORM 0350-TOKNVLT-OPEN.
           PERFORM 0400-CARDDAT-OPEN.
           PERFORM 0450-HOTLIST-OPEN.
           PERFORM 0500-ACCTFILE-OPEN.
           PERFORM 0550-XREFFILE-OPEN.
           PERFORM 0600-DEVTOKN-OPEN.
           PERFORM 0650-LETTERQ-OPEN.
           PERFORM 0700-CPPRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE          TO WS-CPP-RPT-DATE
           MOVE WS-LOOKBACK-DATE-X TO WS-CPP-RPT-LOOKBACK
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-HEADER
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-BLANK

      * 1. Reissue for the merchants the fraud team approved
           MOVE 'MASS REISSUE - APPROVED MERCHANTS'
             TO WS-CPP-RPT-SECT-TEXT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-SECTION
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-REISSUE-HEAD
           PERFORM 1000-REISSUE-APPROVED.
           IF  WS-MERCHANT-QUEUED = 0
               WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-NONE-LINE
           END-IF

      * 2. The day's analysis
           PERFORM 2000-LOAD-FRAUD-CARDS.
           MOVE 1 TO WS-HISTORY-PASS
           PERFORM 3000-SCAN-HISTORY.
           PERFORM 4000-SELECT-CANDIDATES.
           IF  WS-CANDIDATE-COUNT > 0
               MOVE 2 TO WS-HISTORY-PASS
               PERFORM 3900-REWIND-HISTORY
               PERFORM 3000-SCAN-HISTORY
           END-IF

           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-BLANK
           MOVE 'CANDIDATE COMMON POINT-OF-PURCHASE MERCHANTS'
             TO WS-CPP-RPT-SECT-TEXT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-SECTION
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-CAND-HEAD
           PERFORM 5000-WRITE-CANDIDATES.
           IF  WS-CANDIDATE-COUNT = 0
               WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-NONE-LINE
           END-IF

           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-BLANK
           MOVE 'CONFIRMED FRAUD CARDS ANALYSED :'
             TO WS-CPP-RPT-TOT-LABEL
           MOVE WS-FCD-ENTRIES-USED  TO WS-CPP-RPT-TOT-COUNT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-TOTAL-LINE
           MOVE 'CANDIDATE MERCHANTS            :'
             TO WS-CPP-RPT-TOT-LABEL
           MOVE WS-CANDIDATE-COUNT   TO WS-CPP-RPT-TOT-COUNT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-TOTAL-LINE
           MOVE 'AT-RISK CARDS LISTED           :'
             TO WS-CPP-RPT-TOT-LABEL
           MOVE WS-RISK-CARD-COUNT   TO WS-CPP-RPT-TOT-COUNT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-TOTAL-LINE
           MOVE 'CARDS REISSUED                 :'
             TO WS-CPP-RPT-TOT-LABEL
           MOVE WS-REISSUED-COUNT    TO WS-CPP-RPT-TOT-COUNT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-TOTAL-LINE
           MOVE 'CARDS SKIPPED AT REISSUE       :'
             TO WS-CPP-RPT-TOT-LABEL
           MOVE WS-SKIPPED-COUNT     TO WS-CPP-RPT-TOT-COUNT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-TOTAL-LINE

           PERFORM 9100-FRAUDCSE-CLOSE.
           PERFORM 9150-TRANSACT-CLOSE.
           PERFORM 9200-TRANARCH-CLOSE.
           PERFORM 9250-CPPMERC-CLOSE.
           PERFORM 9300-CPPRISK-CLOSE.
           PERFORM 9350-TOKNVLT-CLOSE.
           PERFORM 9400-CARDDAT-CLOSE.
           PERFORM 9450-HOTLIST-CLOSE.
           PERFORM 9500-ACCTFILE-CLOSE.
           PERFORM 9550-XREFFILE-CLOSE.
           PERFORM 9600-DEVTOKN-CLOSE.
           PERFORM 9650-LETTERQ-CLOSE.
           PERFORM 9700-CPPRPT-CLOSE.

           DISPLAY 'MERCHANTS REISSUED     :' WS-MERCHANT-QUEUED
           DISPLAY 'CARDS REISSUED         :' WS-REISSUED-COUNT
           DISPLAY 'CARDS SKIPPED          :' WS-SKIPPED-COUNT
           DISPLAY 'WALLET TOKENS RELINKED :' WS-TOKEN-RELINK-COUNT
           DISPLAY 'LETTERS QUEUED         :' WS-LETTER-COUNT
           DISPLAY 'LETTERS NOT QUEUED     :' WS-LETTER-MISSED-COUNT
           DISPLAY 'FRAUD CASES READ       :' WS-CASE-READ
           DISPLAY 'CONFIRMED CASES USED   :' WS-CASE-USED
           DISPLAY 'FRAUD CARDS ANALYSED   :' WS-FCD-ENTRIES-USED
           DISPLAY 'LIVE TRANSACTIONS READ :' WS-TRAN-READ
           DISPLAY 'ARCHIVE RECORDS READ   :' WS-ARCH-READ
           DISPLAY 'CANDIDATE MERCHANTS    :' WS-CANDIDATE-COUNT
           DISPLAY 'AT-RISK CARDS LISTED   :' WS-RISK-CARD-COUNT
           DISPLAY 'TABLE OVERFLOWS        :' WS-TABLE-FULL-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           IF  WS-TABLE-FULL-COUNT > 0
           OR  WS-LETTER-MISSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCPP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Phase 1: every APPROVED merchant on CPPMERC, in merchant
      * order.
      *---------------------------------------------------------------*
       1000-REISSUE-APPROVED.
           MOVE 'N'  TO WS-CPM-EOF
           MOVE ZERO TO FD-CPM-MERCHANT-ID
           START CPPMERC-FILE KEY IS NOT LESS THAN FD-CPM-MERCHANT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-CPM-EOF
           END-START
           PERFORM 1010-NEXT-APPROVED-MERCHANT
              THRU 1010-NEXT-APPROVED-MERCHANT-EXIT
              UNTIL WS-CPM-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One merchant: an approved one has the pending cards of
      * the analysis the analyst approved reissued, and stands
      * REISSUE QUEUED after.
      *---------------------------------------------------------------*
       1010-NEXT-APPROVED-MERCHANT.
           READ CPPMERC-FILE NEXT INTO CPP-MERCHANT-RECORD
               AT END
                  MOVE 'Y' TO WS-CPM-EOF
                  GO TO 1010-NEXT-APPROVED-MERCHANT-EXIT
           END-READ
           IF  CPPMERC-STATUS NOT = '00'
               DISPLAY 'ERROR READING POINT-OF-PURCHASE MERCHANTS'
               MOVE CPPMERC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOT CPM-STATUS-APPROVED
               GO TO 1010-NEXT-APPROVED-MERCHANT-EXIT
           END-IF

           MOVE 0   TO WS-MER-REISSUED
           MOVE 'N' TO WS-CPR-EOF
           MOVE CPM-MERCHANT-ID TO CPR-MERCHANT-ID
           MOVE LOW-VALUES      TO CPR-CARD-NUM
           MOVE CPR-KEY         TO FD-CPR-KEY
           START CPPRISK-FILE KEY IS NOT LESS THAN FD-CPR-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-CPR-EOF
           END-START
           PERFORM 1100-NEXT-AT-RISK-CARD
              THRU 1100-NEXT-AT-RISK-CARD-EXIT
              UNTIL WS-CPR-EOF = 'Y'

           SET CPM-STATUS-QUEUED     TO TRUE
           MOVE PARM-DATE            TO CPM-STATUS-DATE
           MOVE WS-MER-REISSUED      TO CPM-REISSUED-COUNT
           REWRITE FD-CPPMERC-REC FROM CPP-MERCHANT-RECORD
           IF  CPPMERC-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING POINT-OF-PURCHASE MERCHANT'
               MOVE CPPMERC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-MERCHANT-QUEUED.
       1010-NEXT-APPROVED-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One at-risk card of the approved merchant. Only a
      * pending card listed by the analysis the analyst saw is
      * reissued -- one left over from an earlier analysis of
      * the same merchant, or already dealt with, is passed by.
      *---------------------------------------------------------------*
       1100-NEXT-AT-RISK-CARD.
           READ CPPRISK-FILE NEXT INTO CPP-AT-RISK-RECORD
               AT END
                  MOVE 'Y' TO WS-CPR-EOF
                  GO TO 1100-NEXT-AT-RISK-CARD-EXIT
           END-READ
           IF  CPPRISK-STATUS NOT = '00'
               DISPLAY 'ERROR READING POINT-OF-PURCHASE CARDS'
               MOVE CPPRISK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  CPR-MERCHANT-ID NOT = CPM-MERCHANT-ID
               MOVE 'Y' TO WS-CPR-EOF
               GO TO 1100-NEXT-AT-RISK-CARD-EXIT
           END-IF
           IF  NOT CPR-STATUS-PENDING
           OR  CPR-ANALYSIS-DATE NOT = CPM-ANALYSIS-DATE
               GO TO 1100-NEXT-AT-RISK-CARD-EXIT
           END-IF

           PERFORM 1200-CHECK-CARD-REISSUE
           IF  WS-SKIP-REASON = SPACE
               PERFORM 1300-REISSUE-CARD
               SET CPR-STATUS-REISSUED TO TRUE
               MOVE SPACE               TO CPR-SKIP-REASON
               ADD 1 TO WS-MER-REISSUED
               ADD 1 TO WS-REISSUED-COUNT
           ELSE
               SET CPR-STATUS-SKIPPED  TO TRUE
               MOVE WS-SKIP-REASON     TO CPR-SKIP-REASON
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF
           MOVE PARM-DATE TO CPR-STATUS-DATE
           REWRITE FD-CPPRISK-REC FROM CPP-AT-RISK-RECORD
           IF  CPPRISK-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING POINT-OF-PURCHASE CARD'
               MOVE CPPRISK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE CPM-MERCHANT-ID      TO WS-CPP-RPT-R-MERCHANT
           MOVE ALL 'X'              TO WS-CPP-RPT-R-CARD
           MOVE WS-REAL-CARD-NUM(13:4) TO WS-CPP-RPT-R-CARD(13:4)
           MOVE WS-REISSUE-RESULT    TO WS-CPP-RPT-R-RESULT
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-REISSUE-LINE.
       1100-NEXT-AT-RISK-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Resolves the card as posted to the card (a vault token
      * through the TOKEN-ID alternate index; a number the vault
      * does not know is the card itself) and decides whether
      * it may be reissued. Sets WS-SKIP-REASON, or leaves it
      * space with CARD-RECORD and ACCOUNT-RECORD held for the
      * reissue. A card already reissued since the exposure
      * ended is judged on its account's ACCT-REISSUE-DATE, the
      * only reissue date kept.
      *---------------------------------------------------------------*
       1200-CHECK-CARD-REISSUE.
           MOVE SPACE  TO WS-SKIP-REASON
           MOVE SPACES TO WS-REISSUE-RESULT
           MOVE CPR-CARD-NUM TO WS-REAL-CARD-NUM
           MOVE CPR-CARD-NUM TO FD-TKV-TOKEN-ID
           READ TOKNVLT-FILE INTO TOKEN-RECORD
            KEY IS FD-TKV-TOKEN-ID
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE TOKEN-CARD-NUM TO WS-REAL-CARD-NUM
           END-READ

           MOVE WS-REAL-CARD-NUM TO FD-CARD-NUM
           READ CARDDAT-FILE INTO CARD-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-SKIP-REASON
                  MOVE 'SKIPPED - CARD NOT ON CARD MASTER'
                    TO WS-REISSUE-RESULT
           END-READ
           IF  WS-SKIP-REASON = SPACE
               MOVE CARD-NUM TO FD-HOT-CARD-NUM
               READ HOTLIST-FILE INTO HOTLIST-RECORD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE 'H' TO WS-SKIP-REASON
                      MOVE 'SKIPPED - HOTLISTED'
                        TO WS-REISSUE-RESULT
               END-READ
           END-IF
           IF  WS-SKIP-REASON = SPACE
           AND CARD-ACTIVE-STATUS = 'N'
               MOVE 'C' TO WS-SKIP-REASON
               MOVE 'SKIPPED - CARD CLOSED'
                 TO WS-REISSUE-RESULT
           END-IF
           IF  WS-SKIP-REASON = SPACE
               MOVE CARD-ACCT-ID TO FD-ACCT-ID
               READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                   INVALID KEY
                      MOVE 'N' TO WS-SKIP-REASON
                      MOVE 'SKIPPED - ACCOUNT NOT ON FILE'
                        TO WS-REISSUE-RESULT
               END-READ
           END-IF
           IF  WS-SKIP-REASON = SPACE
               EVALUATE TRUE
                   WHEN ACCT-STATUS-CLOSED
                       MOVE 'A' TO WS-SKIP-REASON
                       MOVE 'SKIPPED - ACCOUNT CLOSED'
                         TO WS-REISSUE-RESULT
                   WHEN ACCT-REISSUE-DATE NOT = SPACES
                    AND ACCT-REISSUE-DATE > CPM-EXPOSURE-END
                       MOVE 'F' TO WS-SKIP-REASON
                       MOVE 'SKIPPED - REISSUED SINCE EXPOSURE'
                         TO WS-REISSUE-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reissues the card the way COCRDUPC's reissue does: CVV
      * advanced by one (0 is not a valid CVV), expiry four
      * years on, card active, fulfillment fields cleared so
      * CBFUL01C's next extract sends the new plastic. The
      * account's ACCT-REISSUE-DATE takes the run date, the
      * card's wallet tokens take the new expiry, and the
      * customer is sent a letter.
      *---------------------------------------------------------------*
       1300-REISSUE-CARD.
           COMPUTE WS-NEW-CVV = FUNCTION MOD(CARD-CVV-CD + 1, 1000)
           IF  WS-NEW-CVV = ZERO
               MOVE 1 TO WS-NEW-CVV
           END-IF
           MOVE CARD-EXPIRAION-DATE(1:4) TO WS-NEW-EXP-YEAR
           ADD 4 TO WS-NEW-EXP-YEAR
           STRING WS-NEW-EXP-YEAR           '-'
                  CARD-EXPIRAION-DATE(6:2)  '-'
                  CARD-EXPIRAION-DATE(9:2)
                  DELIMITED BY SIZE
                  INTO WS-NEW-EXP-DATE
           END-STRING

           MOVE WS-NEW-CVV           TO CARD-CVV-CD
           MOVE WS-NEW-EXP-DATE      TO CARD-EXPIRAION-DATE
           MOVE 'Y'                  TO CARD-ACTIVE-STATUS
           MOVE SPACES               TO CARD-FULFILL-STATUS
                                        CARD-FULFILL-EXTRACT-DATE
                                        CARD-SHIPPED-DATE
           REWRITE FD-CARDFILE-REC FROM CARD-RECORD
           IF  CARDDAT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CARD MASTER FILE'
               MOVE CARDDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           IF  ACCT-REISSUE-DATE NOT = PARM-DATE
               MOVE PARM-DATE TO ACCT-REISSUE-DATE
               REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
               IF  ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING ACCOUNT MASTER FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF

           PERFORM 1400-RELINK-DEVICE-TOKENS
           PERFORM 1500-QUEUE-REISSUE-LETTER
           MOVE 'REISSUED - NEW EXPIRY '  TO WS-REISSUE-RESULT
           MOVE WS-NEW-EXP-DATE           TO WS-REISSUE-RESULT(23:10)
           EXIT.
      *---------------------------------------------------------------*
      * Every wallet token on the card, through the DEVTOKN
      * funding-card alternate index, takes the new expiry and
      * is flagged for CBDTK01C to report to the network -- as
      * CSDTKPY.cpy relinks them on an online reissue. A deleted
      * token is left as it is.
      *---------------------------------------------------------------*
       1400-RELINK-DEVICE-TOKENS.
           MOVE 'N' TO WS-DTK-EOF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE CARD-NUM TO FD-DTK-CARD-NUM
           START DEVTOKN-FILE KEY IS EQUAL TO FD-DTK-CARD-NUM
               INVALID KEY
                  MOVE 'Y' TO WS-DTK-EOF
           END-START
           PERFORM 1410-RELINK-NEXT-TOKEN
              THRU 1410-RELINK-NEXT-TOKEN-EXIT
              UNTIL WS-DTK-EOF = 'Y'
           EXIT.
       1410-RELINK-NEXT-TOKEN.
           READ DEVTOKN-FILE NEXT INTO DEVICE-TOKEN-RECORD
               AT END
                  MOVE 'Y' TO WS-DTK-EOF
                  GO TO 1410-RELINK-NEXT-TOKEN-EXIT
           END-READ
      * '02' only says more tokens share the card
           IF  DEVTOKN-STATUS NOT = '00' AND NOT = '02'
               DISPLAY 'ERROR READING DEVICE TOKEN FILE'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  DTK-CARD-NUM NOT = CARD-NUM
               MOVE 'Y' TO WS-DTK-EOF
               GO TO 1410-RELINK-NEXT-TOKEN-EXIT
           END-IF
           IF  DTK-STATUS-DELETED
               GO TO 1410-RELINK-NEXT-TOKEN-EXIT
           END-IF

           MOVE WS-NEW-EXP-DATE      TO DTK-CARD-EXPIRY-DATE
           SET DTK-REASON-REISSUE    TO TRUE
           MOVE PARM-DATE            TO DTK-STATUS-DATE
           SET DTK-NOTIFY-UPDATE     TO TRUE
           MOVE WS-NOW-TS            TO DTK-LAST-UPD-TS
           MOVE WS-BATCH-JOB-NAME    TO DTK-LAST-UPD-USR-ID
           REWRITE FD-DEVTOKN-REC FROM DEVICE-TOKEN-RECORD
           IF  DEVTOKN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING DEVICE TOKEN FILE'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-TOKEN-RELINK-COUNT.
       1410-RELINK-NEXT-TOKEN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Queues one 'CPPR' letter telling the customer the card
      * is being replaced because a merchant it was used at may
      * have exposed it. The card's cross-reference gives the
      * customer. A duplicate key (a second card on the same
      * account inside the same second) shares the one letter.
      *---------------------------------------------------------------*
       1500-QUEUE-REISSUE-LETTER.
           IF  WS-LETTERQ-AVAILABLE = 'N'
               ADD 1 TO WS-LETTER-MISSED-COUNT
           ELSE
               MOVE CARD-NUM TO FD-XREF-CARD-NUM
               READ XREF-FILE INTO CARD-XREF-RECORD
                   INVALID KEY
                      DISPLAY 'REISSUE LETTER - XREF NOT FOUND'
                      ADD 1 TO WS-LETTER-MISSED-COUNT
                   NOT INVALID KEY
                      INITIALIZE LETTER-QUEUE-RECORD
                      MOVE XREF-CUST-ID      TO LTQ-CUST-ID
                      MOVE CARD-ACCT-ID      TO LTQ-ACCT-ID
                      MOVE FUNCTION CURRENT-DATE(1:14)
                                             TO LTQ-EVENT-TS
                      MOVE 'CPPR'            TO LTQ-LETTER-CODE
                      MOVE PARM-DATE         TO LTQ-EVENT-DATE
                      STRING 'CARD ENDING ' ,
                             CARD-NUM(13:4) ,
                             ' REPLACED - EXPOSURE'
                             DELIMITED BY SIZE
                       INTO LTQ-SUBST-TEXT
                      END-STRING
                      MOVE LTQ-KEY           TO FD-LTQ-KEY
                      WRITE FD-LETTERQ-REC FROM LETTER-QUEUE-RECORD
                      IF  LETTERQ-STATUS NOT = '00' AND NOT = '22'
                          DISPLAY 'ERROR WRITING LETTER QUEUE'
                          MOVE LETTERQ-STATUS TO IO-STATUS
                          PERFORM 9910-DISPLAY-IO-STATUS
                          PERFORM 9999-ABEND-PROGRAM
                      END-IF
                      ADD 1 TO WS-LETTER-COUNT
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Phase 2: the cards of the cases confirmed inside the
      * look-back window, each card once. The card is taken
      * from the case's DALYTRAN image as it was posted.
      *---------------------------------------------------------------*
       2000-LOAD-FRAUD-CARDS.
           PERFORM 2010-LOAD-NEXT-CASE
              THRU 2010-LOAD-NEXT-CASE-EXIT
              UNTIL WS-FRAUD-EOF = 'Y'
           EXIT.
       2010-LOAD-NEXT-CASE.
           READ FRAUDCSE-FILE NEXT RECORD INTO FRAUD-CASE-RECORD
               AT END
                  MOVE 'Y' TO WS-FRAUD-EOF
                  GO TO 2010-LOAD-NEXT-CASE-EXIT
           END-READ
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR READING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CASE-READ
           IF  NOT FRD-STATUS-CONFIRMED
           OR  NOT FRD-CASE-TRANSACTION
           OR  FRD-DATE < WS-LOOKBACK-DATE-N
               GO TO 2010-LOAD-NEXT-CASE-EXIT
           END-IF
           ADD 1 TO WS-CASE-USED
           MOVE FRD-TRAN-DATA TO DALYTRAN-RECORD

           PERFORM 2100-FIND-FRAUD-CARD
           IF  WS-FRAUD-CARD-FOUND = 'N'
               IF  WS-FCD-ENTRIES-USED < 500
                   ADD 1 TO WS-FCD-ENTRIES-USED
                   SET WS-FCD-IDX TO WS-FCD-ENTRIES-USED
                   MOVE DALYTRAN-CARD-NUM
                     TO WS-FCD-CARD-NUM (WS-FCD-IDX)
               ELSE
                   IF  WS-TABLE-FULL-COUNT = 0
                       DISPLAY 'FRAUD CARD TABLE FULL - CARDS SKIPPED'
                   END-IF
                   ADD 1 TO WS-TABLE-FULL-COUNT
               END-IF
           END-IF.
       2010-LOAD-NEXT-CASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Whether DALYTRAN-CARD-NUM is one of the fraud cards.
      *---------------------------------------------------------------*
       2100-FIND-FRAUD-CARD.
           MOVE 'N' TO WS-FRAUD-CARD-FOUND
           IF  WS-FCD-ENTRIES-USED > 0
               SET WS-FCD-IDX TO 1
               SEARCH WS-FCD-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-FCD-IDX > WS-FCD-ENTRIES-USED
                     CONTINUE
                  WHEN WS-FCD-CARD-NUM (WS-FCD-IDX)
                          = DALYTRAN-CARD-NUM
                     MOVE 'Y' TO WS-FRAUD-CARD-FOUND
               END-SEARCH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One pass over posted TRANSACT and the TRANARCH archive;
      * WS-HISTORY-PASS says what each purchase is for.
      *---------------------------------------------------------------*
       3000-SCAN-HISTORY.
           MOVE 'N' TO WS-TRAN-EOF
           MOVE 'N' TO WS-ARCH-EOF
           PERFORM 3010-TRANSACT-STEP
              UNTIL WS-TRAN-EOF = 'Y'
           PERFORM 3050-ARCHIVE-STEP
              UNTIL WS-ARCH-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One step of the live-transaction pass.
      *---------------------------------------------------------------*
       3010-TRANSACT-STEP.
           READ TRANSACT-FILE NEXT RECORD INTO TRAN-RECORD
           IF  TRANFILE-STATUS = '00'
               ADD 1 TO WS-TRAN-READ
               PERFORM 3100-CLASSIFY-PURCHASE
                  THRU 3100-CLASSIFY-PURCHASE-EXIT
           ELSE
               IF  TRANFILE-STATUS = '10'
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
      * One step of the archive pass: the archived record
      * carries the full posted image, judged exactly like a
      * live one.
      *---------------------------------------------------------------*
       3050-ARCHIVE-STEP.
           READ TRANARCH-FILE NEXT RECORD INTO TRAN-ARCH-RECORD
           IF  TRANARCH-STATUS = '00'
               ADD 1 TO WS-ARCH-READ
               MOVE TXA-TRAN-DATA TO TRAN-RECORD
               PERFORM 3100-CLASSIFY-PURCHASE
                  THRU 3100-CLASSIFY-PURCHASE-EXIT
           ELSE
               IF  TRANARCH-STATUS = '10'
                   MOVE 'Y' TO WS-ARCH-EOF
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION ARCHIVE'
                   MOVE TRANARCH-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A purchase debit at a merchant inside the look-back
      * window goes to pass 1 when a fraud card made it, and to
      * pass 2 when any other card did.
      *---------------------------------------------------------------*
       3100-CLASSIFY-PURCHASE.
           IF  TRAN-TYPE-CD NOT = '01'
           OR  TRAN-AMT <= ZERO
           OR  TRAN-MERCHANT-ID = ZEROS
               GO TO 3100-CLASSIFY-PURCHASE-EXIT
           END-IF
           MOVE TRAN-ORIG-TS(1:10) TO WS-TRAN-DATE
           IF  WS-TRAN-DATE < WS-LOOKBACK-DATE-X
           OR  WS-TRAN-DATE > PARM-DATE
               GO TO 3100-CLASSIFY-PURCHASE-EXIT
           END-IF

           MOVE TRAN-CARD-NUM TO DALYTRAN-CARD-NUM
           PERFORM 2100-FIND-FRAUD-CARD
           IF  WS-HISTORY-PASS = 1
               IF  WS-FRAUD-CARD-FOUND = 'Y'
                   PERFORM 3200-COLLECT-FRAUD-PURCHASE
                      THRU 3200-COLLECT-FRAUD-PURCHASE-EXIT
               END-IF
           ELSE
               IF  WS-FRAUD-CARD-FOUND = 'N'
                   PERFORM 3500-COLLECT-AT-RISK-PURCHASE
                      THRU 3500-COLLECT-AT-RISK-PURCHASE-EXIT
               END-IF
           END-IF.
       3100-CLASSIFY-PURCHASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Pass 1: a fraud card's purchase. Its merchant's window
      * stretches to cover it, and the first purchase of each
      * fraud card there counts the card toward the merchant.
      *---------------------------------------------------------------*
       3200-COLLECT-FRAUD-PURCHASE.
           MOVE 'Y' TO WS-NEW-PAIR
           IF  WS-PAIR-ENTRIES-USED > 0
               SET WS-PAIR-IDX TO 1
               SEARCH WS-PAIR-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-PAIR-IDX > WS-PAIR-ENTRIES-USED
                     CONTINUE
                  WHEN WS-PAIR-CARD-NUM (WS-PAIR-IDX)
                          = TRAN-CARD-NUM
                   AND WS-PAIR-MERCHANT-ID (WS-PAIR-IDX)
                          = TRAN-MERCHANT-ID
                     MOVE 'N' TO WS-NEW-PAIR
               END-SEARCH
           END-IF
           IF  WS-NEW-PAIR = 'Y'
               IF  WS-PAIR-ENTRIES-USED < 5000
                   ADD 1 TO WS-PAIR-ENTRIES-USED
                   SET WS-PAIR-IDX TO WS-PAIR-ENTRIES-USED
                   MOVE TRAN-CARD-NUM
                     TO WS-PAIR-CARD-NUM (WS-PAIR-IDX)
                   MOVE TRAN-MERCHANT-ID
                     TO WS-PAIR-MERCHANT-ID (WS-PAIR-IDX)
               ELSE
                   IF  WS-TABLE-FULL-COUNT = 0
                       DISPLAY 'CARD/MERCHANT TABLE FULL - SKIPPED'
                   END-IF
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   MOVE 'N' TO WS-NEW-PAIR
               END-IF
           END-IF

           PERFORM 3300-FIND-MERCHANT
           IF  WS-MER-IDX > WS-MER-ENTRIES-USED
               IF  WS-MER-ENTRIES-USED < 1000
                   ADD 1 TO WS-MER-ENTRIES-USED
                   SET WS-MER-IDX TO WS-MER-ENTRIES-USED
                   MOVE TRAN-MERCHANT-ID
                     TO WS-MER-MERCHANT-ID (WS-MER-IDX)
                   MOVE TRAN-MERCHANT-NAME
                     TO WS-MER-MERCHANT-NAME (WS-MER-IDX)
                   MOVE 0            TO WS-MER-FRAUD-COUNT (WS-MER-IDX)
                   MOVE WS-TRAN-DATE TO WS-MER-FIRST-DATE (WS-MER-IDX)
                   MOVE WS-TRAN-DATE TO WS-MER-LAST-DATE (WS-MER-IDX)
                   MOVE 0          TO WS-MER-AT-RISK-COUNT (WS-MER-IDX)
                   MOVE 'N'          TO WS-MER-ACTIVE (WS-MER-IDX)
                   MOVE SPACE        TO WS-MER-ACTION (WS-MER-IDX)
               ELSE
                   IF  WS-TABLE-FULL-COUNT = 0
                       DISPLAY 'MERCHANT TABLE FULL - SKIPPED'
                   END-IF
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   GO TO 3200-COLLECT-FRAUD-PURCHASE-EXIT
               END-IF
           END-IF
           IF  WS-NEW-PAIR = 'Y'
               ADD 1 TO WS-MER-FRAUD-COUNT (WS-MER-IDX)
           END-IF
           IF  WS-TRAN-DATE < WS-MER-FIRST-DATE (WS-MER-IDX)
               MOVE WS-TRAN-DATE TO WS-MER-FIRST-DATE (WS-MER-IDX)
           END-IF
           IF  WS-TRAN-DATE > WS-MER-LAST-DATE (WS-MER-IDX)
               MOVE WS-TRAN-DATE TO WS-MER-LAST-DATE (WS-MER-IDX)
           END-IF.
       3200-COLLECT-FRAUD-PURCHASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-MER-IDX at TRAN-MERCHANT-ID's entry, or past
      * the last entry used when it has none.
      *---------------------------------------------------------------*
       3300-FIND-MERCHANT.
           SET WS-MER-IDX TO 1
           IF  WS-MER-ENTRIES-USED > 0
               SEARCH WS-MER-ENTRY
                  AT END
                     SET WS-MER-IDX TO WS-MER-ENTRIES-USED
                     SET WS-MER-IDX UP BY 1
                  WHEN WS-MER-IDX > WS-MER-ENTRIES-USED
                     CONTINUE
                  WHEN WS-MER-MERCHANT-ID (WS-MER-IDX)
                          = TRAN-MERCHANT-ID
                     CONTINUE
               END-SEARCH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2: another card's purchase. At a merchant under
      * analysis, inside its exposure window, the card is
      * listed (or its listing brought up to date) on CPPRISK.
      *---------------------------------------------------------------*
       3500-COLLECT-AT-RISK-PURCHASE.
           PERFORM 3300-FIND-MERCHANT
           IF  WS-MER-IDX > WS-MER-ENTRIES-USED
               GO TO 3500-COLLECT-AT-RISK-PURCHASE-EXIT
           END-IF
           IF  WS-MER-ACTIVE (WS-MER-IDX) NOT = 'Y'
           OR  WS-TRAN-DATE < WS-MER-FIRST-DATE (WS-MER-IDX)
           OR  WS-TRAN-DATE > WS-MER-LAST-DATE (WS-MER-IDX)
               GO TO 3500-COLLECT-AT-RISK-PURCHASE-EXIT
           END-IF

           MOVE TRAN-MERCHANT-ID TO CPR-MERCHANT-ID
           MOVE TRAN-CARD-NUM    TO CPR-CARD-NUM
           MOVE CPR-KEY          TO FD-CPR-KEY
           READ CPPRISK-FILE INTO CPP-AT-RISK-RECORD
               KEY IS FD-CPR-KEY
               INVALID KEY
                  INITIALIZE CPP-AT-RISK-RECORD
                  MOVE TRAN-MERCHANT-ID TO CPR-MERCHANT-ID
                  MOVE TRAN-CARD-NUM    TO CPR-CARD-NUM
                  MOVE WS-TRAN-DATE     TO CPR-FIRST-USE-DATE
                  MOVE WS-TRAN-DATE     TO CPR-LAST-USE-DATE
                  MOVE 1                TO CPR-USE-COUNT
                  MOVE PARM-DATE        TO CPR-ANALYSIS-DATE
                  SET CPR-STATUS-PENDING TO TRUE
                  MOVE PARM-DATE        TO CPR-STATUS-DATE
                  WRITE FD-CPPRISK-REC FROM CPP-AT-RISK-RECORD
                  IF  CPPRISK-STATUS NOT = '00'
                      DISPLAY 'ERROR WRITING POINT-OF-PURCHASE CARD'
                      MOVE CPPRISK-STATUS TO IO-STATUS
                      PERFORM 9910-DISPLAY-IO-STATUS
                      PERFORM 9999-ABEND-PROGRAM
                  END-IF
                  ADD 1 TO WS-MER-AT-RISK-COUNT (WS-MER-IDX)
                  ADD 1 TO WS-RISK-CARD-COUNT
                  GO TO 3500-COLLECT-AT-RISK-PURCHASE-EXIT
           END-READ

      * A row from an earlier analysis starts over for this one;
      * its status -- reissued or skipped -- stands
           IF  CPR-ANALYSIS-DATE NOT = PARM-DATE
               MOVE WS-TRAN-DATE     TO CPR-FIRST-USE-DATE
               MOVE WS-TRAN-DATE     TO CPR-LAST-USE-DATE
               MOVE 1                TO CPR-USE-COUNT
               MOVE PARM-DATE        TO CPR-ANALYSIS-DATE
               ADD 1 TO WS-MER-AT-RISK-COUNT (WS-MER-IDX)
               ADD 1 TO WS-RISK-CARD-COUNT
           ELSE
               ADD 1 TO CPR-USE-COUNT
               IF  WS-TRAN-DATE < CPR-FIRST-USE-DATE
                   MOVE WS-TRAN-DATE TO CPR-FIRST-USE-DATE
               END-IF
               IF  WS-TRAN-DATE > CPR-LAST-USE-DATE
                   MOVE WS-TRAN-DATE TO CPR-LAST-USE-DATE
               END-IF
           END-IF
           REWRITE FD-CPPRISK-REC FROM CPP-AT-RISK-RECORD
           IF  CPPRISK-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING POINT-OF-PURCHASE CARD'
               MOVE CPPRISK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF.
       3500-COLLECT-AT-RISK-PURCHASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Closes and reopens the history files for the second
      * pass.
      *---------------------------------------------------------------*
       3900-REWIND-HISTORY.
           PERFORM 9150-TRANSACT-CLOSE
           PERFORM 9200-TRANARCH-CLOSE
           PERFORM 0150-TRANSACT-OPEN
           PERFORM 0200-TRANARCH-OPEN
           EXIT.
      *---------------------------------------------------------------*
      * Decides, for every merchant enough fraud cards share,
      * whether this run analyses it -- against what CPPMERC
      * already holds for it.
      *---------------------------------------------------------------*
       4000-SELECT-CANDIDATES.
           IF  WS-MER-ENTRIES-USED > 0
               PERFORM 4100-SELECT-ONE-MERCHANT
                  THRU 4100-SELECT-ONE-MERCHANT-EXIT
                  VARYING WS-MER-IDX FROM 1 BY 1
                  UNTIL WS-MER-IDX > WS-MER-ENTRIES-USED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A merchant new to CPPMERC, or still pending, is
      * analysed. An approved one is left for its reissue. A
      * dismissed or already reissued one is analysed again --
      * and reopened -- only when more fraud cards share it
      * than when it was last decided.
      *---------------------------------------------------------------*
       4100-SELECT-ONE-MERCHANT.
           IF  WS-MER-FRAUD-COUNT (WS-MER-IDX) < WS-MIN-COMMON-CARDS
               GO TO 4100-SELECT-ONE-MERCHANT-EXIT
           END-IF
           MOVE WS-MER-MERCHANT-ID (WS-MER-IDX) TO FD-CPM-MERCHANT-ID
           READ CPPMERC-FILE INTO CPP-MERCHANT-RECORD
               KEY IS FD-CPM-MERCHANT-ID
               INVALID KEY
                  SET WS-MER-ACTION-NEW (WS-MER-IDX) TO TRUE
                  MOVE 'Y' TO WS-MER-ACTIVE (WS-MER-IDX)
                  ADD 1 TO WS-CANDIDATE-COUNT
                  GO TO 4100-SELECT-ONE-MERCHANT-EXIT
           END-READ
           EVALUATE TRUE
               WHEN CPM-STATUS-PENDING
                   SET WS-MER-ACTION-REFRESH (WS-MER-IDX) TO TRUE
                   MOVE 'Y' TO WS-MER-ACTIVE (WS-MER-IDX)
               WHEN CPM-STATUS-APPROVED
                   CONTINUE
               WHEN WS-MER-FRAUD-COUNT (WS-MER-IDX)
                       > CPM-FRAUD-CARD-COUNT
                   SET WS-MER-ACTION-REOPEN (WS-MER-IDX) TO TRUE
                   MOVE 'Y' TO WS-MER-ACTIVE (WS-MER-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-MER-ACTIVE (WS-MER-IDX) = 'Y'
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF.
       4100-SELECT-ONE-MERCHANT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Scores every merchant analysed and writes it to CPPMERC
      * as pending, with its report line.
      *---------------------------------------------------------------*
       5000-WRITE-CANDIDATES.
           IF  WS-MER-ENTRIES-USED > 0
               PERFORM 5100-WRITE-ONE-CANDIDATE
                  THRU 5100-WRITE-ONE-CANDIDATE-EXIT
                  VARYING WS-MER-IDX FROM 1 BY 1
                  UNTIL WS-MER-IDX > WS-MER-ENTRIES-USED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Score: the average of the share of all fraud cards that
      * used the merchant (coverage) and the share of the cards
      * using it in the window that are fraud cards (density).
      * A refreshed or reopened row keeps its last decision's
      * analyst and time for the record.
      *---------------------------------------------------------------*
       5100-WRITE-ONE-CANDIDATE.
           IF  WS-MER-ACTIVE (WS-MER-IDX) NOT = 'Y'
               GO TO 5100-WRITE-ONE-CANDIDATE-EXIT
           END-IF
           MOVE 'Y' TO WS-CPM-ON-FILE
           MOVE WS-MER-MERCHANT-ID (WS-MER-IDX) TO FD-CPM-MERCHANT-ID
           READ CPPMERC-FILE INTO CPP-MERCHANT-RECORD
               KEY IS FD-CPM-MERCHANT-ID
               INVALID KEY
                  MOVE 'N' TO WS-CPM-ON-FILE
                  INITIALIZE CPP-MERCHANT-RECORD
                  MOVE WS-MER-MERCHANT-ID (WS-MER-IDX)
                    TO CPM-MERCHANT-ID
           END-READ

           MOVE WS-MER-MERCHANT-NAME (WS-MER-IDX)
             TO CPM-MERCHANT-NAME
           MOVE WS-MER-FRAUD-COUNT (WS-MER-IDX)
             TO CPM-FRAUD-CARD-COUNT
           MOVE WS-FCD-ENTRIES-USED TO CPM-FRAUD-CARD-TOTAL
           MOVE WS-MER-AT-RISK-COUNT (WS-MER-IDX)
             TO CPM-AT-RISK-COUNT
           COMPUTE CPM-COVERAGE-PCT =
              (WS-MER-FRAUD-COUNT (WS-MER-IDX) * 100)
              / WS-FCD-ENTRIES-USED
           COMPUTE CPM-DENSITY-PCT =
              (WS-MER-FRAUD-COUNT (WS-MER-IDX) * 100)
              / (WS-MER-FRAUD-COUNT (WS-MER-IDX)
                 + WS-MER-AT-RISK-COUNT (WS-MER-IDX))
           COMPUTE WS-SCORE-WORK ROUNDED =
              (CPM-COVERAGE-PCT + CPM-DENSITY-PCT) / 2
           MOVE WS-SCORE-WORK TO CPM-SCORE
           MOVE WS-MER-FIRST-DATE (WS-MER-IDX) TO CPM-EXPOSURE-START
           MOVE WS-MER-LAST-DATE (WS-MER-IDX)  TO CPM-EXPOSURE-END
           MOVE PARM-DATE TO CPM-ANALYSIS-DATE
           IF  NOT CPM-STATUS-PENDING
               SET CPM-STATUS-PENDING TO TRUE
               MOVE PARM-DATE TO CPM-STATUS-DATE
           END-IF

           IF  WS-CPM-ON-FILE = 'Y'
               REWRITE FD-CPPMERC-REC FROM CPP-MERCHANT-RECORD
           ELSE
               WRITE FD-CPPMERC-REC FROM CPP-MERCHANT-RECORD
           END-IF
           IF  CPPMERC-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING POINT-OF-PURCHASE MERCHANT'
               MOVE CPPMERC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE CPM-MERCHANT-ID         TO WS-CPP-RPT-C-MERCHANT
           MOVE CPM-MERCHANT-NAME(1:30) TO WS-CPP-RPT-C-NAME
           MOVE CPM-FRAUD-CARD-COUNT    TO WS-CPP-RPT-C-FRAUD
           MOVE CPM-FRAUD-CARD-TOTAL    TO WS-CPP-RPT-C-TOTAL
           MOVE CPM-AT-RISK-COUNT       TO WS-CPP-RPT-C-RISK
           MOVE CPM-SCORE               TO WS-CPP-RPT-C-SCORE
           MOVE CPM-EXPOSURE-START      TO WS-CPP-RPT-C-START
           MOVE CPM-EXPOSURE-END        TO WS-CPP-RPT-C-END
           EVALUATE TRUE
               WHEN WS-MER-ACTION-NEW (WS-MER-IDX)
                   MOVE 'NEW - PENDING REVIEW'
                     TO WS-CPP-RPT-C-ACTION
               WHEN WS-MER-ACTION-REOPEN (WS-MER-IDX)
                   MOVE 'REOPENED - MORE FRAUD CARDS'
                     TO WS-CPP-RPT-C-ACTION
               WHEN OTHER
                   MOVE 'REFRESHED - PENDING REVIEW'
                     TO WS-CPP-RPT-C-ACTION
           END-EVALUATE
           WRITE FD-CPPRPT-REC FROM WS-CPP-RPT-CAND-LINE.
       5100-WRITE-ONE-CANDIDATE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fraud case queue for sequential read.
      *---------------------------------------------------------------*
       0100-FRAUDCSE-OPEN.
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
      * Opens posted transactions for sequential read.
      *---------------------------------------------------------------*
       0150-TRANSACT-OPEN.
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
      * Opens the transaction archive for sequential read.
      *---------------------------------------------------------------*
       0200-TRANARCH-OPEN.
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
      * Opens the point-of-purchase merchants for I-O.
      *---------------------------------------------------------------*
       0250-CPPMERC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CPPMERC-FILE
           IF  CPPMERC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING POINT-OF-PURCHASE MERCHANTS'
               MOVE CPPMERC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the point-of-purchase at-risk cards for I-O.
      *---------------------------------------------------------------*
       0300-CPPRISK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CPPRISK-FILE
           IF  CPPRISK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING POINT-OF-PURCHASE CARDS'
               MOVE CPPRISK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the token vault for random read.
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
               DISPLAY 'ERROR OPENING TOKEN VAULT'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card master for random I-O.
      *---------------------------------------------------------------*
       0400-CARDDAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CARDDAT-FILE
           IF  CARDDAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the hotlist for random read.
      *---------------------------------------------------------------*
       0450-HOTLIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT HOTLIST-FILE
           IF  HOTLIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING HOTLIST FILE'
               MOVE HOTLIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random I-O.
      *---------------------------------------------------------------*
       0500-ACCTFILE-OPEN.
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
               DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card cross-reference for random read.
      *---------------------------------------------------------------*
       0550-XREFFILE-OPEN.
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
               DISPLAY 'ERROR OPENING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the wallet device tokens for I-O.
      *---------------------------------------------------------------*
       0600-DEVTOKN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DEVTOKN-FILE
           IF  DEVTOKN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DEVICE TOKEN FILE'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the letter queue. Without it the reissues still
      * run; the letters missed are counted and the run ends
      * with a warning.
      *---------------------------------------------------------------*
       0650-LETTERQ-OPEN.
           OPEN I-O LETTERQ-FILE
           IF  LETTERQ-STATUS = '00'
               MOVE 'Y' TO WS-LETTERQ-AVAILABLE
           ELSE
               MOVE 'N' TO WS-LETTERQ-AVAILABLE
               DISPLAY 'NO LETTER QUEUE - NO LETTERS QUEUED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report.
      *---------------------------------------------------------------*
       0700-CPPRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CPPRPT-FILE
           IF  CPPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING POINT-OF-PURCHASE REPORT'
               MOVE CPPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case queue.
      *---------------------------------------------------------------*
       9100-FRAUDCSE-CLOSE.
           CLOSE FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes posted transactions.
      *---------------------------------------------------------------*
       9150-TRANSACT-CLOSE.
           CLOSE TRANSACT-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the transaction archive.
      *---------------------------------------------------------------*
       9200-TRANARCH-CLOSE.
           CLOSE TRANARCH-FILE
           IF  TRANARCH-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TRANSACTION ARCHIVE'
               MOVE TRANARCH-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the point-of-purchase merchants.
      *---------------------------------------------------------------*
       9250-CPPMERC-CLOSE.
           CLOSE CPPMERC-FILE
           IF  CPPMERC-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POINT-OF-PURCHASE MERCHANTS'
               MOVE CPPMERC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the point-of-purchase at-risk cards.
      *---------------------------------------------------------------*
       9300-CPPRISK-CLOSE.
           CLOSE CPPRISK-FILE
           IF  CPPRISK-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POINT-OF-PURCHASE CARDS'
               MOVE CPPRISK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the token vault.
      *---------------------------------------------------------------*
       9350-TOKNVLT-CLOSE.
           CLOSE TOKNVLT-FILE
           IF  TOKNVLT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TOKEN VAULT'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card master.
      *---------------------------------------------------------------*
       9400-CARDDAT-CLOSE.
           CLOSE CARDDAT-FILE
           IF  CARDDAT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CARD MASTER FILE'
               MOVE CARDDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the hotlist.
      *---------------------------------------------------------------*
       9450-HOTLIST-CLOSE.
           CLOSE HOTLIST-FILE
           IF  HOTLIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING HOTLIST FILE'
               MOVE HOTLIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9500-ACCTFILE-CLOSE.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card cross-reference.
      *---------------------------------------------------------------*
       9550-XREFFILE-CLOSE.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CROSS-REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the wallet device tokens.
      *---------------------------------------------------------------*
       9600-DEVTOKN-CLOSE.
           CLOSE DEVTOKN-FILE
           IF  DEVTOKN-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING DEVICE TOKEN FILE'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the letter queue, if it was opened.
      *---------------------------------------------------------------*
       9650-LETTERQ-CLOSE.
           IF  WS-LETTERQ-AVAILABLE = 'Y'
               CLOSE LETTERQ-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9700-CPPRPT-CLOSE.
           CLOSE CPPRPT-FILE
           IF  CPPRPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING POINT-OF-PURCHASE REPORT'
               MOVE CPPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the analysis and reissues themselves stand.
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
      * count of cards reissued and the end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-REISSUED-COUNT           TO BATCH-RECORD-COUNT
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
