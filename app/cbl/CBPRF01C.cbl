      ******************************************************************
      * Program     : CBPRF01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly account and product profitability:
      *               revenue, cost and net contribution.
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
      * CBPRF01C - Account and Product Profitability (Batch)
      *
      * Brings together, account by account, the revenue and
      * cost of the PARM month that the other jobs book
      * separately, and what each account contributes after
      * both:
      *   1. Revenue and credit-loss activity off the posted
      *      TRANSACT master for the month, each posting
      *      resolved to its account through the token vault
      *      and the cross-reference:
      *        interest - interest billed (01/0005) less the
      *                   nonaccrual reversals (07/0012) and
      *                   SCRA recalculation refunds
      *        fees     - the fee adjustments (07/0001-0002,
      *                   0005-0009: over-limit, late, NSF,
      *                   debt protection, annual, foreign
      *                   transaction, installment plan)
      *        loss     - settlement balances forgiven
      *                   (07/0011)
      *      A credit on a charged-off account posted on or
      *      after its RCVRLEDG charge-off date is a recovery,
      *      whatever the type -- CBTRN02C routes them all to
      *      the recovery ledger. The charge-off write-off
      *      itself (07/0003) is not counted here; step 4 takes
      *      the loss off the ledger row.
      *   2. Interchange per purchase off the ICRDTL detail
      *      CBICR01C wrote for the month (CVICR02Y.cpy), so
      *      the accounts add up to the reconciled total.
      *   3. Fee waivers granted in the month off FEEWAIVE,
      *      and rewards redemptions posted in the month off
      *      REDEEMF. The waiver's own reversal posting is left
      *      out of step 1 so it is not counted twice.
      *   4. One pass of the account master: an account is in
      *      scope when it had activity in the month, or was
      *      open and neither closed nor charged off before it.
      *      An account charged off in the month is charged the
      *      balance written off (RCV-ORIG-BAL). The product's
      *      PRFASM cost assumptions (CVPRF01Y.cpy, the
      *      '**********' house default when the product has
      *      none) price the cost of funds on the debit balance
      *      and the servicing cost, which is not charged to an
      *      account charged off in an earlier month. A product
      *      with no assumption at all is costed at zero and
      *      the run ends RC 4.
      *   5. Each account's figures go to the PRFACCT extract
      *      (CVPRF02Y.cpy) and roll up by product, FICO band
      *      (the CECL bands) and the customer's state; the
      *      report prints the three roll-ups, each with the
      *      portfolio total, and ranks the least profitable
      *      accounts by net contribution.
      * The job changes nothing on file, so a rerun simply
      * replaces the extract and the report. Run it after the
      * month's CBICR01C; a month with no interchange detail
      * ends RC 4.
      *
      * Files accessed:
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read,
      *               also by alternate key FD-XREF-ACCT-ID)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               alternate key FD-TKV-TOKEN-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   TRANFILE  - Posted transactions (sequential input)
      *   ICRDTL    - Priced purchase detail from CBICR01C
      *               (sequential input, 80)
      *   RCVRLEDG  - Charge-off recovery ledger (KSDS, random
      *               read)
      *   REDEEMF   - Rewards redemptions (KSDS, sequential
      *               input)
      *   FEEWAIVE  - Fee waivers (KSDS, sequential input)
      *   PRFASM    - Profitability cost assumptions (KSDS,
      *               random read)
      *   PRFACCT   - Account profitability extract (sequential
      *               output, 200)
      *   PRFRPT    - Profitability report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * month-end business date; its month is the run month.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPRF01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

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

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT ICRDTL-FILE ASSIGN TO ICRDTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ICRDTL-STATUS.

           SELECT RCVRLEDG-FILE ASSIGN TO RCVRLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RCVRLEDG-STATUS.

           SELECT REDEEMF-FILE ASSIGN TO REDEEMF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RDM-KEY
                  FILE STATUS  IS REDEEMF-STATUS.

           SELECT FEEWAIVE-FILE ASSIGN TO FEEWAIVE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-FWV-KEY
                  FILE STATUS  IS FEEWAIVE-STATUS.

           SELECT PRFASM-FILE ASSIGN TO PRFASM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PFA-ACCT-GROUP-ID
                  FILE STATUS  IS PRFASM-STATUS.

           SELECT PRFACCT-FILE ASSIGN TO PRFACCT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRFACCT-STATUS.

           SELECT PRFRPT-FILE ASSIGN TO PRFRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PRFRPT-STATUS.

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

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for the customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the transaction master -- 370-byte record,
      * same shape CBGLJ01C reads
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-DATA                     PIC X(304).
           05 FD-TRAN-PROC-TS                   PIC X(26).
           05 FD-FILLER                         PIC X(40).

      * FD for the priced purchase detail extract (80 bytes)
       FD  ICRDTL-FILE.
       01  FD-ICRDTL-REC                        PIC X(80).

      * FD for the charge-off recovery ledger VSAM (80 bytes)
       FD  RCVRLEDG-FILE.
       01  FD-RCVRLEDG-REC.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(69).

      * FD for the rewards redemption VSAM (100 bytes)
       FD  REDEEMF-FILE.
       01  FD-REDEEMF-REC.
           05 FD-RDM-KEY                        PIC X(25).
           05 FD-RDM-DATA                       PIC X(75).

      * FD for the fee waiver VSAM (100 bytes)
       FD  FEEWAIVE-FILE.
       01  FD-FEEWAIVE-REC.
           05 FD-FWV-KEY                        PIC X(25).
           05 FD-FWV-DATA                       PIC X(75).

      * FD for the profitability cost assumptions VSAM
      * (80 bytes)
       FD  PRFASM-FILE.
       01  FD-PRFASM-REC.
           05 FD-PFA-ACCT-GROUP-ID              PIC X(10).
           05 FD-PFA-DATA                       PIC X(70).

      * FD for the account profitability extract (200 bytes)
       FD  PRFACCT-FILE.
       01  FD-PRFACCT-REC                       PIC X(200).

      * FD for the profitability report (132-byte print)
       FD  PRFRPT-FILE.
       01  FD-PRFRPT-REC                        PIC X(132).

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

       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVTRA05Y: transaction record
       COPY CVTRA05Y.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

      * CVICR02Y: 80-byte priced purchase detail record
       COPY CVICR02Y.
       01  ICRDTL-STATUS.
           05  ICRDTL-STAT1        PIC X.
           05  ICRDTL-STAT2        PIC X.

      * CVRCV01Y: 80-byte charge-off recovery ledger record
       COPY CVRCV01Y.
       01  RCVRLEDG-STATUS.
           05  RCVRLEDG-STAT1      PIC X.
           05  RCVRLEDG-STAT2      PIC X.

      * CVRDM01Y: 100-byte rewards redemption record
       COPY CVRDM01Y.
       01  REDEEMF-STATUS.
           05  REDEEMF-STAT1       PIC X.
           05  REDEEMF-STAT2       PIC X.

      * CVFWV01Y: 100-byte fee waiver record
       COPY CVFWV01Y.
       01  FEEWAIVE-STATUS.
           05  FEEWAIVE-STAT1      PIC X.
           05  FEEWAIVE-STAT2      PIC X.

      * CVPRF01Y: 80-byte profitability cost assumption record
       COPY CVPRF01Y.
       01  PRFASM-STATUS.
           05  PRFASM-STAT1        PIC X.
           05  PRFASM-STAT2        PIC X.

      * CVPRF02Y: 200-byte account profitability record
       COPY CVPRF02Y.
       01  PRFACCT-STATUS.
           05  PRFACCT-STAT1       PIC X.
           05  PRFACCT-STAT2       PIC X.

       01  PRFRPT-STATUS.
           05  PRFRPT-STAT1        PIC X.
           05  PRFRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBPRF01C'.
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

      * The month's activity by account, gathered from the
      * transaction, interchange, waiver and redemption passes
      * before the account master is read. Same fixed OCCURS/
      * linear-SEARCH idiom as CBACT04C's pre-pass tables,
      * sized for the whole book.
       01 WS-PAC-TABLE.
           05 WS-PAC-ENTRIES-USED       PIC S9(05) COMP VALUE 0.
           05 WS-PAC-ENTRY OCCURS 10000 TIMES
                            INDEXED BY WS-PAC-IDX.
              10 WS-PAC-ACCT-ID         PIC 9(11).
              10 WS-PAC-INTEREST        PIC S9(09)V99 COMP-3.
              10 WS-PAC-FEES            PIC S9(09)V99 COMP-3.
              10 WS-PAC-INTERCHANGE     PIC S9(09)V99 COMP-3.
              10 WS-PAC-WAIVED          PIC S9(09)V99 COMP-3.
              10 WS-PAC-REWARDS         PIC S9(09)V99 COMP-3.
              10 WS-PAC-LOSS            PIC S9(09)V99 COMP-3.
              10 WS-PAC-RECOVERY        PIC S9(09)V99 COMP-3.
              10 WS-PAC-PURCHASES       PIC 9(07) COMP-3.
       01 WS-FIND-ACCT-ID               PIC 9(11).
       01 WS-PAC-FOUND                  PIC X(01).

      * Roll-up accumulation, one entry per product ('P'),
      * FICO band ('F'), state ('S') and the portfolio ('T').
      * Entries are kept in key order as they are added, so
      * each section of the report prints sorted.
       01 WS-RUP-TABLE.
           05 WS-RUP-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-RUP-ENTRY OCCURS 400 TIMES
                            INDEXED BY WS-RUP-IDX.
              10 WS-RUP-KEY.
                 15 WS-RUP-DIM          PIC X(01).
                 15 WS-RUP-VALUE        PIC X(10).
              10 WS-RUP-ACCTS           PIC 9(07) COMP-3.
              10 WS-RUP-AMT OCCURS 9 TIMES
                                        PIC S9(13)V99 COMP-3.
       01 WS-RUP-NEW-KEY.
           05 WS-RUP-NEW-DIM            PIC X(01).
           05 WS-RUP-NEW-VALUE          PIC X(10).
       01 WS-RUP-I                      PIC S9(04) COMP VALUE 0.
       01 WS-RUP-J                      PIC S9(04) COMP VALUE 0.
       01 WS-RUP-K                      PIC S9(04) COMP VALUE 0.
       01 WS-RUP-PLACED                 PIC X(01).
       01 WS-PRINT-DIM                  PIC X(01).
       01 WS-AMT-I                      PIC S9(04) COMP VALUE 0.

      * The least profitable accounts, lowest net contribution
      * first, WS-LOW-MAX deep.
       01 WS-LOW-TABLE.
           05 WS-LOW-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-LOW-ENTRY OCCURS 25 TIMES.
              10 WS-LOW-ACCT-ID         PIC 9(11).
              10 WS-LOW-GROUP-ID        PIC X(10).
              10 WS-LOW-STATE-CD        PIC X(02).
              10 WS-LOW-FICO-BAND       PIC X(01).
              10 WS-LOW-BALANCE         PIC S9(11)V99.
              10 WS-LOW-REVENUE         PIC S9(11)V99.
              10 WS-LOW-COST            PIC S9(11)V99.
              10 WS-LOW-NET             PIC S9(11)V99.
              10 WS-LOW-ASM-SOURCE      PIC X(01).
       01 WS-LOW-CANDIDATE.
           05 WS-LOC-ACCT-ID            PIC 9(11).
           05 WS-LOC-GROUP-ID           PIC X(10).
           05 WS-LOC-STATE-CD           PIC X(02).
           05 WS-LOC-FICO-BAND          PIC X(01).
           05 WS-LOC-BALANCE            PIC S9(11)V99.
           05 WS-LOC-REVENUE            PIC S9(11)V99.
           05 WS-LOC-COST               PIC S9(11)V99.
           05 WS-LOC-NET                PIC S9(11)V99.
           05 WS-LOC-ASM-SOURCE         PIC X(01).
       01 WS-LOW-MAX                    PIC S9(04) COMP VALUE 25.
       01 WS-LOW-I                      PIC S9(04) COMP VALUE 0.
       01 WS-LOW-J                      PIC S9(04) COMP VALUE 0.
       01 WS-LOW-PLACED                 PIC X(01).

      * The account in hand: its figures in report-column
      * order (the REDEFINES lets the roll-up add them in one
      * loop), and the pieces behind them
       01 WS-ACCT-FIGURES.
           05 WS-PF-INTEREST            PIC S9(11)V99.
           05 WS-PF-FEES                PIC S9(11)V99.
           05 WS-PF-INTERCHANGE         PIC S9(11)V99.
           05 WS-PF-WAIVED              PIC S9(11)V99.
           05 WS-PF-REWARDS             PIC S9(11)V99.
           05 WS-PF-CREDIT-LOSS         PIC S9(11)V99.
           05 WS-PF-COST-FUNDS          PIC S9(11)V99.
           05 WS-PF-SERVICING           PIC S9(11)V99.
           05 WS-PF-NET                 PIC S9(11)V99.
       01 WS-ACCT-FIGURES-R REDEFINES WS-ACCT-FIGURES.
           05 WS-PF-AMT OCCURS 9 TIMES  PIC S9(11)V99.
       01 WS-ACCT-WORK.
           05 WS-PF-CHARGEOFF           PIC S9(11)V99.
           05 WS-PF-RECOVERY            PIC S9(11)V99.
           05 WS-PF-PURCHASES           PIC 9(07).
           05 WS-PF-FUNDED-BAL          PIC S9(11)V99.
           05 WS-PF-REVENUE             PIC S9(11)V99.
           05 WS-PF-COST                PIC S9(11)V99.
           05 WS-PF-FICO-BAND           PIC X(01).
           05 WS-PF-STATE-CD            PIC X(02).
           05 WS-PF-SERVICED            PIC X(01).

      * Run month, card resolution and pass control
       01 WS-RUN-MONTH                  PIC X(07).
       01 WS-MISC-VARS.
           05 WS-CARD-NUM               PIC X(16).
           05 WS-CARD-RESOLVED          PIC X(01).
           05 WS-PRF-BUCKET             PIC X(01).
               88 WS-BUCKET-NONE        VALUE SPACE.
               88 WS-BUCKET-INTEREST    VALUE 'I'.
               88 WS-BUCKET-FEE         VALUE 'F'.
               88 WS-BUCKET-LOSS        VALUE 'L'.
               88 WS-BUCKET-RECOVERY    VALUE 'R'.
           05 WS-ASM-SOURCE             PIC X(01).
           05 WS-TRAN-EOF               PIC X(01) VALUE 'N'.
           05 WS-ICR-EOF                PIC X(01) VALUE 'N'.
           05 WS-FWV-EOF                PIC X(01) VALUE 'N'.
           05 WS-RDM-EOF                PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-TRAN-MONTH-COUNT       PIC 9(09) VALUE 0.
           05 WS-TRAN-TAKEN-COUNT       PIC 9(09) VALUE 0.
           05 WS-UNRESOLVED-COUNT       PIC 9(09) VALUE 0.
           05 WS-ICR-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-ICR-MONTH-COUNT        PIC 9(09) VALUE 0.
           05 WS-WAIVER-COUNT           PIC 9(09) VALUE 0.
           05 WS-REDEMPTION-COUNT       PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-WRITTEN-COUNT          PIC 9(09) VALUE 0.
           05 WS-OUT-OF-SCOPE-COUNT     PIC 9(09) VALUE 0.
           05 WS-CHARGED-OFF-COUNT      PIC 9(09) VALUE 0.
           05 WS-NO-ASM-COUNT           PIC 9(09) VALUE 0.
           05 WS-LOSS-MAKING-COUNT      PIC 9(09) VALUE 0.

      * Profitability report lines (sole-writer convention)
       01 WS-PRF-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'ACCOUNT AND PRODUCT PROFITABILITY'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN MONTH : '.
           05 WS-PRF-RPT-RUN-MONTH      PIC X(07).
           05 FILLER                    PIC X(73) VALUE SPACES.
       01 WS-PRF-RPT-SECTION.
           05 WS-PRF-RPT-SECT-TITLE     PIC X(40).
           05 FILLER                    PIC X(92) VALUE SPACES.
       01 WS-PRF-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'SEGMENT     ACCTS    INTEREST        FEES IN'.
           05 FILLER                    PIC X(44) VALUE
              'TERCHANGE      WAIVED     REWARDS CREDIT LOS'.
           05 FILLER                    PIC X(44) VALUE
              'S  COST FUNDS   SERVICING NET CONTRIB       '.
       01 WS-PRF-RPT-LINE.
           05 WS-PRF-RPT-SEGMENT        PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-ACCTS          PIC Z(05)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-INTEREST       PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-FEES           PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-INTERCHANGE    PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-WAIVED         PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-REWARDS        PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-CREDIT-LOSS    PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-COST-FUNDS     PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-SERVICING      PIC -(07)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-NET            PIC -(07)9.99.
           05 FILLER                    PIC X(07) VALUE SPACES.
       01 WS-PRF-RPT-LOW-HDR.
           05 FILLER                    PIC X(44) VALUE
              'RANK  ACCOUNT      PRODUCT     ST  F        '.
           05 FILLER                    PIC X(44) VALUE
              '  BALANCE       REVENUE          COST   NET '.
           05 FILLER                    PIC X(44) VALUE
              'CONTRIB  ASM                                '.
       01 WS-PRF-RPT-LOW-LINE.
           05 WS-PRF-RPT-RANK           PIC Z(03)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PRF-RPT-ACCT-ID        PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PRF-RPT-GROUP          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PRF-RPT-STATE          PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PRF-RPT-FICO           PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-PRF-RPT-BALANCE        PIC -(09)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-REVENUE        PIC -(09)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-COST           PIC -(09)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PRF-RPT-LOW-NET        PIC -(09)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PRF-RPT-ASM            PIC X(04).
           05 FILLER                    PIC X(31) VALUE SPACES.
       01 WS-PRF-RPT-COUNT-LINE.
           05 WS-PRF-RPT-CNT-LABEL      PIC X(30).
           05 WS-PRF-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-PRF-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the month-end business date,
      * YYYY-MM-DD, same interface as CBCEL01C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: gathers the month's activity by account,
      * costs and scores every account in scope, reports.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPRF01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:7) TO WS-RUN-MONTH
           DISPLAY 'RUN MONTH: ' WS-RUN-MONTH
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0150-TOKNVLT-OPEN.
           PERFORM 0200-CUSTDAT-OPEN.
           PERFORM 0250-TRANFILE-OPEN.
           PERFORM 0300-ICRDTL-OPEN.
           PERFORM 0350-RCVRLEDG-OPEN.
           PERFORM 0400-REDEEMF-OPEN.
           PERFORM 0450-FEEWAIVE-OPEN.
           PERFORM 0500-PRFASM-OPEN.
           PERFORM 0550-PRFACCT-OPEN.
           PERFORM 0600-PRFRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-TRANSACTIONS.
           PERFORM 1200-LOAD-INTERCHANGE.
           PERFORM 1400-LOAD-WAIVERS.
           PERFORM 1500-LOAD-REDEMPTIONS.

           PERFORM 2000-PROCESS-NEXT-ACCOUNT
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 5000-PRINT-REPORT.

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9150-TOKNVLT-CLOSE.
           PERFORM 9200-CUSTDAT-CLOSE.
           PERFORM 9250-TRANFILE-CLOSE.
           PERFORM 9300-ICRDTL-CLOSE.
           PERFORM 9350-RCVRLEDG-CLOSE.
           PERFORM 9400-REDEEMF-CLOSE.
           PERFORM 9450-FEEWAIVE-CLOSE.
           PERFORM 9500-PRFASM-CLOSE.
           PERFORM 9550-PRFACCT-CLOSE.
           PERFORM 9600-PRFRPT-CLOSE.

           DISPLAY 'TRANSACTIONS IN MONTH  :' WS-TRAN-MONTH-COUNT
           DISPLAY 'TRANSACTIONS TAKEN     :' WS-TRAN-TAKEN-COUNT
           DISPLAY 'CARDS NOT RESOLVED     :' WS-UNRESOLVED-COUNT
           DISPLAY 'INTERCHANGE ITEMS      :' WS-ICR-MONTH-COUNT
           DISPLAY 'FEE WAIVERS            :' WS-WAIVER-COUNT
           DISPLAY 'REDEMPTIONS            :' WS-REDEMPTION-COUNT
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS SCORED        :' WS-WRITTEN-COUNT
           DISPLAY 'ACCOUNTS NOT IN SCOPE  :' WS-OUT-OF-SCOPE-COUNT
           DISPLAY 'ACCOUNTS NO ASSUMPTION :' WS-NO-ASM-COUNT

           IF  WS-NO-ASM-COUNT > 0
           OR  WS-ICR-MONTH-COUNT = 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPRF01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Pass over the transaction master: the month's interest,
      * fees, settlement losses and recoveries, by account.
      *---------------------------------------------------------------*
       1000-LOAD-TRANSACTIONS.
           PERFORM 1050-TRANFILE-GET-NEXT
           PERFORM 1010-TAKE-TRANSACTION
              UNTIL WS-TRAN-EOF = 'Y'
           DISPLAY 'ACCOUNTS WITH ACTIVITY :' WS-PAC-ENTRIES-USED
           EXIT.
      *---------------------------------------------------------------*
      * Takes the current transaction when it was processed in
      * the run month and resolves to an account, then reads
      * the next.
      *---------------------------------------------------------------*
       1010-TAKE-TRANSACTION.
           IF  TRAN-PROC-TS(1:7) = WS-RUN-MONTH
               ADD 1 TO WS-TRAN-MONTH-COUNT
               MOVE TRAN-CARD-NUM TO WS-CARD-NUM
               PERFORM 1900-RESOLVE-CARD
               IF  WS-CARD-RESOLVED = 'Y'
                   PERFORM 1020-CLASSIFY-TRANSACTION
               ELSE
                   ADD 1 TO WS-UNRESOLVED-COUNT
               END-IF
           END-IF
           PERFORM 1050-TRANFILE-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Sorts the transaction into its bucket and adds it to the
      * account. A credit is first tested as a recovery; the
      * charge-off write-off itself never is. Everything else
      * -- purchases, payments, the waiver reversals FEEWAIVE
      * already counts -- is not revenue or cost here.
      *---------------------------------------------------------------*
       1020-CLASSIFY-TRANSACTION.
           MOVE SPACE TO WS-PRF-BUCKET
           IF  TRAN-AMT < ZERO
               AND NOT (TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = 3)
               PERFORM 1030-CHECK-RECOVERY
           END-IF
           IF  WS-BUCKET-NONE
               EVALUATE TRUE
                   WHEN TRAN-TYPE-CD = '01' AND TRAN-CAT-CD = 5
                   WHEN TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = 12
                   WHEN TRAN-TYPE-CD = '06'
                        AND TRAN-SOURCE = 'SCRARECALC'
                       SET WS-BUCKET-INTEREST TO TRUE
                   WHEN TRAN-TYPE-CD = '07'
                        AND (TRAN-CAT-CD = 1 OR 2 OR 5 OR 6
                                        OR 7 OR 8 OR 9)
                       SET WS-BUCKET-FEE TO TRUE
                   WHEN TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = 11
                       SET WS-BUCKET-LOSS TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF  NOT WS-BUCKET-NONE
               ADD 1 TO WS-TRAN-TAKEN-COUNT
               MOVE XREF-ACCT-ID TO WS-FIND-ACCT-ID
               PERFORM 1800-FIND-ACCT-ENTRY
               EVALUATE TRUE
                   WHEN WS-BUCKET-INTEREST
                       ADD TRAN-AMT TO WS-PAC-INTEREST (WS-PAC-IDX)
                   WHEN WS-BUCKET-FEE
                       ADD TRAN-AMT TO WS-PAC-FEES (WS-PAC-IDX)
                   WHEN WS-BUCKET-LOSS
                       SUBTRACT TRAN-AMT
                           FROM WS-PAC-LOSS (WS-PAC-IDX)
                   WHEN WS-BUCKET-RECOVERY
                       SUBTRACT TRAN-AMT
                           FROM WS-PAC-RECOVERY (WS-PAC-IDX)
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A credit is a recovery when the account has a recovery
      * ledger row and the credit posted on or after the date
      * it was charged off.
      *---------------------------------------------------------------*
       1030-CHECK-RECOVERY.
           MOVE XREF-ACCT-ID TO FD-RCV-ACCT-ID
           READ RCVRLEDG-FILE INTO RECOVERY-LEDGER-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE RCVRLEDG-STATUS
               WHEN '00'
                   IF  TRAN-PROC-TS(1:10) >= RCV-CHARGEOFF-DATE
                       SET WS-BUCKET-RECOVERY TO TRUE
                   END-IF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING RECOVERY LEDGER'
                   MOVE RCVRLEDG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
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
      * Pass over CBICR01C's priced purchase detail: each
      * purchase of the run month credits its account with the
      * interchange it earned. Detail from another month means
      * CBICR01C has not yet run for this one.
      *---------------------------------------------------------------*
       1200-LOAD-INTERCHANGE.
           PERFORM 1250-ICRDTL-GET-NEXT
           PERFORM 1210-TAKE-INTERCHANGE
              UNTIL WS-ICR-EOF = 'Y'
           IF  WS-ICR-MONTH-COUNT = 0
               DISPLAY 'WARNING: NO INTERCHANGE DETAIL FOR '
                       WS-RUN-MONTH ' - ' WS-ICR-READ-COUNT
                       ' ITEMS OF ANOTHER MONTH'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Takes the current priced purchase, then reads the next.
      *---------------------------------------------------------------*
       1210-TAKE-INTERCHANGE.
           IF  ICD-PROC-DATE(1:7) = WS-RUN-MONTH
               ADD 1 TO WS-ICR-MONTH-COUNT
               MOVE ICD-CARD-NUM TO WS-CARD-NUM
               PERFORM 1900-RESOLVE-CARD
               IF  WS-CARD-RESOLVED = 'Y'
                   MOVE XREF-ACCT-ID TO WS-FIND-ACCT-ID
                   PERFORM 1800-FIND-ACCT-ENTRY
                   ADD ICD-INTERCHANGE
                     TO WS-PAC-INTERCHANGE (WS-PAC-IDX)
                   ADD 1 TO WS-PAC-PURCHASES (WS-PAC-IDX)
               ELSE
                   ADD 1 TO WS-UNRESOLVED-COUNT
               END-IF
           END-IF
           PERFORM 1250-ICRDTL-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next priced purchase detail record.
      *---------------------------------------------------------------*
       1250-ICRDTL-GET-NEXT.
           READ ICRDTL-FILE INTO INTERCHANGE-DETAIL-RECORD
               AT END
                  MOVE 'Y' TO WS-ICR-EOF
           END-READ
           IF  WS-ICR-EOF = 'N'
               IF  ICRDTL-STATUS NOT = '00'
                   DISPLAY 'ERROR READING INTERCHANGE DETAIL'
                   MOVE ICRDTL-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ICR-READ-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over the fee waivers: every waiver granted in the
      * run month (FWV-TS is YYYYMMDDHHMMSS) is taken off its
      * account's revenue.
      *---------------------------------------------------------------*
       1400-LOAD-WAIVERS.
           PERFORM 1450-FEEWAIVE-GET-NEXT
           PERFORM 1410-TAKE-WAIVER
              UNTIL WS-FWV-EOF = 'Y'
           EXIT.
       1410-TAKE-WAIVER.
           IF  FWV-TS(1:4) = WS-RUN-MONTH(1:4)
               AND FWV-TS(5:2) = WS-RUN-MONTH(6:2)
               ADD 1 TO WS-WAIVER-COUNT
               MOVE FWV-ACCT-ID TO WS-FIND-ACCT-ID
               PERFORM 1800-FIND-ACCT-ENTRY
               ADD FWV-AMOUNT TO WS-PAC-WAIVED (WS-PAC-IDX)
           END-IF
           PERFORM 1450-FEEWAIVE-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next fee waiver in key order.
      *---------------------------------------------------------------*
       1450-FEEWAIVE-GET-NEXT.
           READ FEEWAIVE-FILE INTO FEE-WAIVER-RECORD
               AT END
                  MOVE 'Y' TO WS-FWV-EOF
           END-READ
           IF  WS-FWV-EOF = 'N'
               IF  FEEWAIVE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING FEE WAIVER FILE'
                   MOVE FEEWAIVE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over the rewards redemptions: the statement credit
      * of every redemption CBRDM01C posted in the run month is
      * a rewards cost to its account. Cancelled and rejected
      * requests cost nothing.
      *---------------------------------------------------------------*
       1500-LOAD-REDEMPTIONS.
           PERFORM 1550-REDEEMF-GET-NEXT
           PERFORM 1510-TAKE-REDEMPTION
              UNTIL WS-RDM-EOF = 'Y'
           EXIT.
       1510-TAKE-REDEMPTION.
           IF  RDM-STATUS-POSTED
               AND RDM-POSTED-DATE(1:7) = WS-RUN-MONTH
               ADD 1 TO WS-REDEMPTION-COUNT
               MOVE RDM-ACCT-ID TO WS-FIND-ACCT-ID
               PERFORM 1800-FIND-ACCT-ENTRY
               ADD RDM-CREDIT-AMT TO WS-PAC-REWARDS (WS-PAC-IDX)
           END-IF
           PERFORM 1550-REDEEMF-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next redemption in key order.
      *---------------------------------------------------------------*
       1550-REDEEMF-GET-NEXT.
           READ REDEEMF-FILE INTO REDEEM-RECORD
               AT END
                  MOVE 'Y' TO WS-RDM-EOF
           END-READ
           IF  WS-RDM-EOF = 'N'
               IF  REDEEMF-STATUS NOT = '00'
                   DISPLAY 'ERROR READING REDEMPTION FILE'
                   MOVE REDEEMF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-PAC-IDX at the activity entry for
      * WS-FIND-ACCT-ID, adding it on first sight.
      *---------------------------------------------------------------*
       1800-FIND-ACCT-ENTRY.
           SET WS-PAC-IDX TO 1
           SEARCH WS-PAC-ENTRY
              AT END
                 DISPLAY 'ACTIVITY TABLE FULL: ' WS-FIND-ACCT-ID
                 PERFORM 9999-ABEND-PROGRAM
              WHEN WS-PAC-IDX > WS-PAC-ENTRIES-USED
                 ADD 1 TO WS-PAC-ENTRIES-USED
                 INITIALIZE WS-PAC-ENTRY (WS-PAC-IDX)
                 MOVE WS-FIND-ACCT-ID TO WS-PAC-ACCT-ID (WS-PAC-IDX)
              WHEN WS-PAC-ACCT-ID (WS-PAC-IDX) = WS-FIND-ACCT-ID
                 CONTINUE
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Resolves WS-CARD-NUM to its cross-reference record. A
      * posting carries the card's vault token, resolved back
      * to the real number first, as CBACT04C does; a card
      * with no cross-reference is left unresolved.
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
      * Reads the next account and, when it is in scope, costs
      * and scores it.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-ACCOUNT.
           PERFORM 2900-ACCTFILE-GET-NEXT
           IF  END-OF-FILE = 'N'
               ADD 1 TO WS-ACCT-COUNT
               PERFORM 2100-PROFIT-ACCOUNT
                  THRU 2100-PROFIT-ACCOUNT-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Assembles the account's revenue and cost for the month.
      * An account with no activity is out of scope when it was
      * opened after the month, or closed or charged off before
      * it -- there is nothing to earn or to service.
      *---------------------------------------------------------------*
       2100-PROFIT-ACCOUNT.
           PERFORM 2050-LOOK-UP-ACCT-ENTRY
           IF  WS-PAC-FOUND = 'N'
               IF  ACCT-STATUS-CLOSED
                   OR ACCT-OPEN-DATE(1:7) > WS-RUN-MONTH
                   OR (ACCT-IS-CHARGED-OFF
                       AND ACCT-CHARGEOFF-DATE(1:7) < WS-RUN-MONTH)
                   ADD 1 TO WS-OUT-OF-SCOPE-COUNT
                   GO TO 2100-PROFIT-ACCOUNT-EXIT
               END-IF
           END-IF

           INITIALIZE WS-ACCT-FIGURES
                      WS-ACCT-WORK
           IF  WS-PAC-FOUND = 'Y'
               MOVE WS-PAC-INTEREST (WS-PAC-IDX)    TO WS-PF-INTEREST
               MOVE WS-PAC-FEES (WS-PAC-IDX)        TO WS-PF-FEES
               MOVE WS-PAC-INTERCHANGE (WS-PAC-IDX)
                                              TO WS-PF-INTERCHANGE
               MOVE WS-PAC-WAIVED (WS-PAC-IDX)      TO WS-PF-WAIVED
               MOVE WS-PAC-REWARDS (WS-PAC-IDX)     TO WS-PF-REWARDS
               MOVE WS-PAC-LOSS (WS-PAC-IDX)        TO WS-PF-CHARGEOFF
               MOVE WS-PAC-RECOVERY (WS-PAC-IDX)    TO WS-PF-RECOVERY
               MOVE WS-PAC-PURCHASES (WS-PAC-IDX)   TO WS-PF-PURCHASES
           END-IF

      * Charged off in the month: the balance written off is
      * the month's loss; charged off before it: no servicing
           MOVE 'Y' TO WS-PF-SERVICED
           IF  ACCT-IS-CHARGED-OFF
               IF  ACCT-CHARGEOFF-DATE(1:7) = WS-RUN-MONTH
                   ADD 1 TO WS-CHARGED-OFF-COUNT
                   PERFORM 2150-READ-CHARGEOFF
               ELSE
                   IF  ACCT-CHARGEOFF-DATE(1:7) < WS-RUN-MONTH
                       MOVE 'N' TO WS-PF-SERVICED
                   END-IF
               END-IF
           END-IF

           PERFORM 2200-GET-CUSTOMER
           PERFORM 2300-READ-ASSUMPTION
           PERFORM 2400-APPLY-COSTS

           COMPUTE WS-PF-CREDIT-LOSS = WS-PF-CHARGEOFF
                                     - WS-PF-RECOVERY
           COMPUTE WS-PF-REVENUE = WS-PF-INTEREST
                                 + WS-PF-FEES
                                 + WS-PF-INTERCHANGE
                                 - WS-PF-WAIVED
           COMPUTE WS-PF-COST = WS-PF-REWARDS
                              + WS-PF-CREDIT-LOSS
                              + WS-PF-COST-FUNDS
                              + WS-PF-SERVICING
           COMPUTE WS-PF-NET = WS-PF-REVENUE - WS-PF-COST
           IF  WS-PF-NET < ZERO
               ADD 1 TO WS-LOSS-MAKING-COUNT
           END-IF

           PERFORM 2500-WRITE-EXTRACT
           PERFORM 3400-ROLL-UP-ACCOUNT
           PERFORM 3600-RANK-ACCOUNT
           .
       2100-PROFIT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-PAC-IDX at the account's activity entry, if
      * it has one; WS-PAC-FOUND tells which.
      *---------------------------------------------------------------*
       2050-LOOK-UP-ACCT-ENTRY.
           MOVE 'N' TO WS-PAC-FOUND
           SET WS-PAC-IDX TO 1
           SEARCH WS-PAC-ENTRY
              AT END
                 CONTINUE
              WHEN WS-PAC-IDX > WS-PAC-ENTRIES-USED
                 CONTINUE
              WHEN WS-PAC-ACCT-ID (WS-PAC-IDX) = ACCT-ID
                 MOVE 'Y' TO WS-PAC-FOUND
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * The balance written off, off the account's recovery
      * ledger row. A missing row is reported and costs
      * nothing.
      *---------------------------------------------------------------*
       2150-READ-CHARGEOFF.
           MOVE ACCT-ID TO FD-RCV-ACCT-ID
           READ RCVRLEDG-FILE INTO RECOVERY-LEDGER-RECORD
              INVALID KEY
                 DISPLAY 'NO RECOVERY LEDGER ROW FOR ' ACCT-ID
           END-READ
           EVALUATE RCVRLEDG-STATUS
               WHEN '00'
                   ADD RCV-ORIG-BAL TO WS-PF-CHARGEOFF
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING RECOVERY LEDGER'
                   MOVE RCVRLEDG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * FICO band and state of the account's customer: band
      * 'U' and state '??' when the customer cannot be found.
      * The bands are CBCEL01C's.
      *---------------------------------------------------------------*
       2200-GET-CUSTOMER.
           MOVE 'U'     TO WS-PF-FICO-BAND
           MOVE '??'    TO WS-PF-STATE-CD
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE ZERO TO XREF-CUST-ID
           END-READ
           IF  XREF-CUST-ID NOT = ZERO
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      MOVE ZERO TO CUST-FICO-CREDIT-SCORE
                      MOVE '??' TO CUST-ADDR-STATE-CD
               END-READ
               IF  CUST-ADDR-STATE-CD NOT = SPACES
                   MOVE CUST-ADDR-STATE-CD TO WS-PF-STATE-CD
               END-IF
               EVALUATE TRUE
                   WHEN CUST-FICO-CREDIT-SCORE NOT NUMERIC
                   WHEN CUST-FICO-CREDIT-SCORE = ZERO
                       MOVE 'U' TO WS-PF-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 760
                       MOVE 'A' TO WS-PF-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 700
                       MOVE 'B' TO WS-PF-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 660
                       MOVE 'C' TO WS-PF-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 620
                       MOVE 'D' TO WS-PF-FICO-BAND
                   WHEN OTHER
                       MOVE 'E' TO WS-PF-FICO-BAND
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The product's cost assumption row, else the house
      * default row; WS-ASM-SOURCE 'O', 'D' or 'N' (none).
      *---------------------------------------------------------------*
       2300-READ-ASSUMPTION.
           MOVE 'O'           TO WS-ASM-SOURCE
           MOVE ACCT-GROUP-ID TO FD-PFA-ACCT-GROUP-ID
           READ PRFASM-FILE INTO PROFIT-ASSUMPTION-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           IF  PRFASM-STATUS = '23'
               MOVE 'D'          TO WS-ASM-SOURCE
               MOVE '**********' TO FD-PFA-ACCT-GROUP-ID
               READ PRFASM-FILE INTO PROFIT-ASSUMPTION-RECORD
                   INVALID KEY
                      MOVE 'N' TO WS-ASM-SOURCE
               END-READ
           END-IF
           IF  PRFASM-STATUS NOT = '00'
               AND PRFASM-STATUS NOT = '23'
               DISPLAY 'ERROR READING COST ASSUMPTIONS FILE'
               MOVE PRFASM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prices the cost of funds on the month-end debit balance
      * (a twelfth of the annual rate) and the servicing cost.
      * No assumption, no cost -- counted for the RC 4.
      *---------------------------------------------------------------*
       2400-APPLY-COSTS.
           IF  WS-ASM-SOURCE = 'N'
               ADD 1 TO WS-NO-ASM-COUNT
               DISPLAY 'NO COST ASSUMPTION FOR ACCOUNT ' ACCT-ID
                       ' PRODUCT ' ACCT-GROUP-ID
           ELSE
               IF  ACCT-CURR-BAL > ZERO
                   MOVE ACCT-CURR-BAL TO WS-PF-FUNDED-BAL
               ELSE
                   MOVE ZERO TO WS-PF-FUNDED-BAL
               END-IF
               COMPUTE WS-PF-COST-FUNDS ROUNDED =
                   WS-PF-FUNDED-BAL * PFA-COF-RATE / 1200
               IF  WS-PF-SERVICED = 'Y'
                   COMPUTE WS-PF-SERVICING ROUNDED =
                       PFA-SERVICE-COST
                     + WS-PF-PURCHASES * PFA-TXN-COST
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the account's PRFACCT extract record. Abends on
      * failure.
      *---------------------------------------------------------------*
       2500-WRITE-EXTRACT.
           INITIALIZE ACCOUNT-PROFIT-RECORD
           MOVE WS-RUN-MONTH       TO PFR-RUN-MONTH
           MOVE ACCT-ID            TO PFR-ACCT-ID
           MOVE ACCT-GROUP-ID      TO PFR-ACCT-GROUP-ID
           MOVE WS-PF-FICO-BAND    TO PFR-FICO-BAND
           MOVE WS-PF-STATE-CD     TO PFR-STATE-CD
           MOVE ACCT-CURR-BAL      TO PFR-BALANCE
           MOVE WS-PF-INTEREST     TO PFR-INTEREST
           MOVE WS-PF-FEES         TO PFR-FEES
           MOVE WS-PF-INTERCHANGE  TO PFR-INTERCHANGE
           MOVE WS-PF-WAIVED       TO PFR-WAIVED
           MOVE WS-PF-REWARDS      TO PFR-REWARDS
           MOVE WS-PF-CHARGEOFF    TO PFR-CHARGEOFF
           MOVE WS-PF-RECOVERY     TO PFR-RECOVERY
           MOVE WS-PF-COST-FUNDS   TO PFR-COST-OF-FUNDS
           MOVE WS-PF-SERVICING    TO PFR-SERVICING
           MOVE WS-PF-REVENUE      TO PFR-TOTAL-REVENUE
           MOVE WS-PF-COST         TO PFR-TOTAL-COST
           MOVE WS-PF-NET          TO PFR-NET-CONTRIB
           MOVE WS-ASM-SOURCE      TO PFR-ASM-SOURCE
           MOVE WS-PF-PURCHASES    TO PFR-PURCHASE-COUNT
           WRITE FD-PRFACCT-REC FROM ACCOUNT-PROFIT-RECORD
           IF  PRFACCT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PROFIT EXTRACT'
               MOVE PRFACCT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account master record sequentially.
      *---------------------------------------------------------------*
       2900-ACCTFILE-GET-NEXT.
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
      * Adds the account to its product, FICO band and state
      * roll-ups and to the portfolio total.
      *---------------------------------------------------------------*
       3400-ROLL-UP-ACCOUNT.
           MOVE 'P'             TO WS-RUP-NEW-DIM
           MOVE ACCT-GROUP-ID   TO WS-RUP-NEW-VALUE
           PERFORM 3500-FIND-ROLLUP
           PERFORM 3530-ADD-TO-ROLLUP
           MOVE 'F'             TO WS-RUP-NEW-DIM
           MOVE WS-PF-FICO-BAND TO WS-RUP-NEW-VALUE
           PERFORM 3500-FIND-ROLLUP
           PERFORM 3530-ADD-TO-ROLLUP
           MOVE 'S'             TO WS-RUP-NEW-DIM
           MOVE WS-PF-STATE-CD  TO WS-RUP-NEW-VALUE
           PERFORM 3500-FIND-ROLLUP
           PERFORM 3530-ADD-TO-ROLLUP
           MOVE 'T'             TO WS-RUP-NEW-DIM
           MOVE 'PORTFOLIO'     TO WS-RUP-NEW-VALUE
           PERFORM 3500-FIND-ROLLUP
           PERFORM 3530-ADD-TO-ROLLUP
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-RUP-IDX at the roll-up entry in
      * WS-RUP-NEW-KEY, inserting it in key order on first
      * sight.
      *---------------------------------------------------------------*
       3500-FIND-ROLLUP.
           SET WS-RUP-IDX TO 1
           SEARCH WS-RUP-ENTRY
              AT END
                 DISPLAY 'ROLL-UP TABLE FULL: ' WS-RUP-NEW-KEY
                 PERFORM 9999-ABEND-PROGRAM
              WHEN WS-RUP-IDX > WS-RUP-ENTRIES-USED
                 PERFORM 3510-INSERT-ROLLUP
              WHEN WS-RUP-KEY (WS-RUP-IDX) = WS-RUP-NEW-KEY
                 CONTINUE
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Opens a slot for the new key by moving every entry that
      * sorts after it down one, then initializes the slot.
      *---------------------------------------------------------------*
       3510-INSERT-ROLLUP.
           ADD 1 TO WS-RUP-ENTRIES-USED
           MOVE WS-RUP-ENTRIES-USED TO WS-RUP-J
           MOVE 'N' TO WS-RUP-PLACED
           PERFORM 3520-SHIFT-ROLLUP
              UNTIL WS-RUP-PLACED = 'Y'
           SET WS-RUP-IDX TO WS-RUP-J
           EXIT.
       3520-SHIFT-ROLLUP.
           MOVE 'Y' TO WS-RUP-PLACED
           IF  WS-RUP-J > 1
               COMPUTE WS-RUP-K = WS-RUP-J - 1
               IF  WS-RUP-KEY (WS-RUP-K) > WS-RUP-NEW-KEY
                   MOVE WS-RUP-ENTRY (WS-RUP-K)
                     TO WS-RUP-ENTRY (WS-RUP-J)
                   MOVE WS-RUP-K TO WS-RUP-J
                   MOVE 'N' TO WS-RUP-PLACED
               END-IF
           END-IF
           IF  WS-RUP-PLACED = 'Y'
               INITIALIZE WS-RUP-ENTRY (WS-RUP-J)
               MOVE WS-RUP-NEW-KEY TO WS-RUP-KEY (WS-RUP-J)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Adds the account's figures to the roll-up entry.
      *---------------------------------------------------------------*
       3530-ADD-TO-ROLLUP.
           ADD 1 TO WS-RUP-ACCTS (WS-RUP-IDX)
           PERFORM 3540-ADD-AMOUNT
              VARYING WS-AMT-I FROM 1 BY 1
              UNTIL WS-AMT-I > 9
           EXIT.
       3540-ADD-AMOUNT.
           ADD WS-PF-AMT (WS-AMT-I)
             TO WS-RUP-AMT (WS-RUP-IDX, WS-AMT-I)
           EXIT.
      *---------------------------------------------------------------*
      * Keeps the account in the least-profitable list when its
      * net contribution is below the last one held: entries
      * with a higher net move down one (the last drops off a
      * full list) and the account takes the slot left.
      *---------------------------------------------------------------*
       3600-RANK-ACCOUNT.
           MOVE ACCT-ID         TO WS-LOC-ACCT-ID
           MOVE ACCT-GROUP-ID   TO WS-LOC-GROUP-ID
           MOVE WS-PF-STATE-CD  TO WS-LOC-STATE-CD
           MOVE WS-PF-FICO-BAND TO WS-LOC-FICO-BAND
           MOVE ACCT-CURR-BAL   TO WS-LOC-BALANCE
           MOVE WS-PF-REVENUE   TO WS-LOC-REVENUE
           MOVE WS-PF-COST      TO WS-LOC-COST
           MOVE WS-PF-NET       TO WS-LOC-NET
           MOVE WS-ASM-SOURCE   TO WS-LOC-ASM-SOURCE
           MOVE 'Y'             TO WS-LOW-PLACED
           IF  WS-LOW-ENTRIES-USED < WS-LOW-MAX
               ADD 1 TO WS-LOW-ENTRIES-USED
               MOVE WS-LOW-ENTRIES-USED TO WS-LOW-J
               MOVE 'N' TO WS-LOW-PLACED
           ELSE
               IF  WS-PF-NET < WS-LOW-NET (WS-LOW-MAX)
                   MOVE WS-LOW-MAX TO WS-LOW-J
                   MOVE 'N' TO WS-LOW-PLACED
               END-IF
           END-IF
           PERFORM 3610-SHIFT-LOW-ENTRY
              UNTIL WS-LOW-PLACED = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One step of the insertion: WS-LOW-J is the open slot.
      *---------------------------------------------------------------*
       3610-SHIFT-LOW-ENTRY.
           MOVE 'Y' TO WS-LOW-PLACED
           IF  WS-LOW-J > 1
               COMPUTE WS-LOW-I = WS-LOW-J - 1
               IF  WS-LOW-NET (WS-LOW-I) > WS-LOC-NET
                   MOVE WS-LOW-ENTRY (WS-LOW-I)
                     TO WS-LOW-ENTRY (WS-LOW-J)
                   MOVE WS-LOW-I TO WS-LOW-J
                   MOVE 'N' TO WS-LOW-PLACED
               END-IF
           END-IF
           IF  WS-LOW-PLACED = 'Y'
               MOVE WS-LOW-CANDIDATE TO WS-LOW-ENTRY (WS-LOW-J)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the report: the product, FICO band and state
      * roll-ups, each closed by the portfolio total, the
      * least profitable accounts, and the run counts.
      *---------------------------------------------------------------*
       5000-PRINT-REPORT.
           MOVE WS-RUN-MONTH TO WS-PRF-RPT-RUN-MONTH
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-HEADER

           MOVE 'PROFITABILITY BY PRODUCT'  TO WS-PRF-RPT-SECT-TITLE
           MOVE 'P' TO WS-PRINT-DIM
           PERFORM 5100-PRINT-ROLLUP-SECTION
           MOVE 'PROFITABILITY BY FICO BAND' TO WS-PRF-RPT-SECT-TITLE
           MOVE 'F' TO WS-PRINT-DIM
           PERFORM 5100-PRINT-ROLLUP-SECTION
           MOVE 'PROFITABILITY BY STATE'    TO WS-PRF-RPT-SECT-TITLE
           MOVE 'S' TO WS-PRINT-DIM
           PERFORM 5100-PRINT-ROLLUP-SECTION

           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-BLANK
           MOVE 'LEAST PROFITABLE ACCOUNTS' TO WS-PRF-RPT-SECT-TITLE
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-SECTION
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-LOW-HDR
           PERFORM 5300-PRINT-LOW-LINE
              VARYING WS-LOW-I FROM 1 BY 1
              UNTIL WS-LOW-I > WS-LOW-ENTRIES-USED

           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-BLANK
           MOVE 'ACCOUNTS READ'             TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT               TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'ACCOUNTS SCORED'           TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-WRITTEN-COUNT            TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'ACCOUNTS LOSING MONEY'     TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-LOSS-MAKING-COUNT        TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'NOT IN SCOPE - NO ACTIVITY' TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-OUT-OF-SCOPE-COUNT       TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'CHARGED OFF IN MONTH'      TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-CHARGED-OFF-COUNT        TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'NO COST ASSUMPTION'        TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-NO-ASM-COUNT             TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'TRANSACTIONS TAKEN'        TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-TRAN-TAKEN-COUNT         TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'INTERCHANGE ITEMS'         TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-ICR-MONTH-COUNT          TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'CARDS NOT RESOLVED'        TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-UNRESOLVED-COUNT         TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'FEE WAIVERS'               TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-WAIVER-COUNT             TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           MOVE 'REDEMPTIONS'               TO WS-PRF-RPT-CNT-LABEL
           MOVE WS-REDEMPTION-COUNT         TO WS-PRF-RPT-CNT
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints one roll-up section: its entries in key order,
      * then the portfolio total.
      *---------------------------------------------------------------*
       5100-PRINT-ROLLUP-SECTION.
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-BLANK
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-SECTION
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-COL-HDR
           PERFORM 5200-PRINT-ROLLUP-LINE
              VARYING WS-RUP-I FROM 1 BY 1
              UNTIL WS-RUP-I > WS-RUP-ENTRIES-USED
           MOVE WS-PRINT-DIM TO WS-RUP-NEW-DIM
           MOVE 'T'          TO WS-PRINT-DIM
           PERFORM 5200-PRINT-ROLLUP-LINE
              VARYING WS-RUP-I FROM 1 BY 1
              UNTIL WS-RUP-I > WS-RUP-ENTRIES-USED
           MOVE WS-RUP-NEW-DIM TO WS-PRINT-DIM
           EXIT.
      *---------------------------------------------------------------*
      * Formats and prints entry WS-RUP-I when it belongs to the
      * section being printed. A FICO band prints with its
      * score range.
      *---------------------------------------------------------------*
       5200-PRINT-ROLLUP-LINE.
           SET WS-RUP-IDX TO WS-RUP-I
           IF  WS-RUP-DIM (WS-RUP-IDX) = WS-PRINT-DIM
               MOVE WS-RUP-VALUE (WS-RUP-IDX) TO WS-PRF-RPT-SEGMENT
               IF  WS-PRINT-DIM = 'F'
                   EVALUATE WS-RUP-VALUE (WS-RUP-IDX)
                       WHEN 'A'
                           MOVE 'A 760+'     TO WS-PRF-RPT-SEGMENT
                       WHEN 'B'
                           MOVE 'B 700-759'  TO WS-PRF-RPT-SEGMENT
                       WHEN 'C'
                           MOVE 'C 660-699'  TO WS-PRF-RPT-SEGMENT
                       WHEN 'D'
                           MOVE 'D 620-659'  TO WS-PRF-RPT-SEGMENT
                       WHEN 'E'
                           MOVE 'E <620'     TO WS-PRF-RPT-SEGMENT
                       WHEN OTHER
                           MOVE 'U UNSCORED' TO WS-PRF-RPT-SEGMENT
                   END-EVALUATE
               END-IF
               MOVE WS-RUP-ACCTS (WS-RUP-IDX)   TO WS-PRF-RPT-ACCTS
               MOVE WS-RUP-AMT (WS-RUP-IDX, 1)  TO WS-PRF-RPT-INTEREST
               MOVE WS-RUP-AMT (WS-RUP-IDX, 2)  TO WS-PRF-RPT-FEES
               MOVE WS-RUP-AMT (WS-RUP-IDX, 3)
                                           TO WS-PRF-RPT-INTERCHANGE
               MOVE WS-RUP-AMT (WS-RUP-IDX, 4)  TO WS-PRF-RPT-WAIVED
               MOVE WS-RUP-AMT (WS-RUP-IDX, 5)  TO WS-PRF-RPT-REWARDS
               MOVE WS-RUP-AMT (WS-RUP-IDX, 6)
                                           TO WS-PRF-RPT-CREDIT-LOSS
               MOVE WS-RUP-AMT (WS-RUP-IDX, 7)
                                           TO WS-PRF-RPT-COST-FUNDS
               MOVE WS-RUP-AMT (WS-RUP-IDX, 8)
                                           TO WS-PRF-RPT-SERVICING
               MOVE WS-RUP-AMT (WS-RUP-IDX, 9)  TO WS-PRF-RPT-NET
               WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints one least-profitable account line.
      *---------------------------------------------------------------*
       5300-PRINT-LOW-LINE.
           MOVE WS-LOW-I                     TO WS-PRF-RPT-RANK
           MOVE WS-LOW-ACCT-ID (WS-LOW-I)    TO WS-PRF-RPT-ACCT-ID
           MOVE WS-LOW-GROUP-ID (WS-LOW-I)   TO WS-PRF-RPT-GROUP
           MOVE WS-LOW-STATE-CD (WS-LOW-I)   TO WS-PRF-RPT-STATE
           MOVE WS-LOW-FICO-BAND (WS-LOW-I)  TO WS-PRF-RPT-FICO
           MOVE WS-LOW-BALANCE (WS-LOW-I)    TO WS-PRF-RPT-BALANCE
           MOVE WS-LOW-REVENUE (WS-LOW-I)    TO WS-PRF-RPT-REVENUE
           MOVE WS-LOW-COST (WS-LOW-I)       TO WS-PRF-RPT-COST
           MOVE WS-LOW-NET (WS-LOW-I)        TO WS-PRF-RPT-LOW-NET
           EVALUATE WS-LOW-ASM-SOURCE (WS-LOW-I)
               WHEN 'N'
                   MOVE 'NONE'               TO WS-PRF-RPT-ASM
               WHEN 'D'
                   MOVE 'DFLT'               TO WS-PRF-RPT-ASM
               WHEN OTHER
                   MOVE SPACES               TO WS-PRF-RPT-ASM
           END-EVALUATE
           WRITE FD-PRFRPT-REC FROM WS-PRF-RPT-LOW-LINE
           EXIT.
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
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
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
               DISPLAY 'ERROR OPENING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the customer master for random reads.
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
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0250-TRANFILE-OPEN.
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
      * Opens CBICR01C's priced purchase detail for input.
      *---------------------------------------------------------------*
       0300-ICRDTL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ICRDTL-FILE
           IF  ICRDTL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING INTERCHANGE DETAIL'
               MOVE ICRDTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the charge-off recovery ledger for random reads.
      *---------------------------------------------------------------*
       0350-RCVRLEDG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RCVRLEDG-FILE
           IF  RCVRLEDG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RECOVERY LEDGER'
               MOVE RCVRLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the rewards redemption file for sequential input.
      *---------------------------------------------------------------*
       0400-REDEEMF-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT REDEEMF-FILE
           IF  REDEEMF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING REDEMPTION FILE'
               MOVE REDEEMF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fee waiver file for sequential input.
      *---------------------------------------------------------------*
       0450-FEEWAIVE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FEEWAIVE-FILE
           IF  FEEWAIVE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FEE WAIVER FILE'
               MOVE FEEWAIVE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the profitability cost assumptions for random reads.
      *---------------------------------------------------------------*
       0500-PRFASM-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PRFASM-FILE
           IF  PRFASM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COST ASSUMPTIONS'
               MOVE PRFASM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the per-account profitability extract for output.
      *---------------------------------------------------------------*
       0550-PRFACCT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PRFACCT-FILE
           IF  PRFACCT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROFIT EXTRACT'
               MOVE PRFACCT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the profitability report for output.
      *---------------------------------------------------------------*
       0600-PRFRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PRFRPT-FILE
           IF  PRFRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROFIT REPORT'
               MOVE PRFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * Closes ACCOUNT-FILE.
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
               DISPLAY 'ERROR CLOSING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CUSTDAT-FILE.
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
      * Closes TRANSACT-FILE.
      *---------------------------------------------------------------*
       9250-TRANFILE-CLOSE.
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
      * Closes ICRDTL-FILE.
      *---------------------------------------------------------------*
       9300-ICRDTL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ICRDTL-FILE
           IF  ICRDTL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING INTERCHANGE DETAIL'
               MOVE ICRDTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes RCVRLEDG-FILE.
      *---------------------------------------------------------------*
       9350-RCVRLEDG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RCVRLEDG-FILE
           IF  RCVRLEDG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RECOVERY LEDGER'
               MOVE RCVRLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes REDEEMF-FILE.
      *---------------------------------------------------------------*
       9400-REDEEMF-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE REDEEMF-FILE
           IF  REDEEMF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING REDEMPTION FILE'
               MOVE REDEEMF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes FEEWAIVE-FILE.
      *---------------------------------------------------------------*
       9450-FEEWAIVE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE FEEWAIVE-FILE
           IF  FEEWAIVE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FEE WAIVER FILE'
               MOVE FEEWAIVE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PRFASM-FILE.
      *---------------------------------------------------------------*
       9500-PRFASM-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRFASM-FILE
           IF  PRFASM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COST ASSUMPTIONS'
               MOVE PRFASM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PRFACCT-FILE.
      *---------------------------------------------------------------*
       9550-PRFACCT-CLOSE.
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
               DISPLAY 'ERROR CLOSING PROFIT EXTRACT'
               MOVE PRFACCT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PRFRPT-FILE.
      *---------------------------------------------------------------*
       9600-PRFRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRFRPT-FILE
           IF  PRFRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROFIT REPORT'
               MOVE PRFRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the report and extract are already written.
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
      * count of accounts scored and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-WRITTEN-COUNT            TO BATCH-RECORD-COUNT
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
