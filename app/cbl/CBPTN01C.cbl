      ******************************************************************
      * Program     : CBPTN01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly co-brand partner revenue-share
      *               settlement.
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
      * CBPTN01C - Co-brand Partner Settlement (Batch)
      *
      * Settles the PARM month with every co-brand partner on
      * PARTNER (CVPTN01Y.cpy). A partner's portfolio is every
      * account in a product group whose PRODCAT row names the
      * partner (PRD-PARTNER-ID, CVPRD01Y.cpy):
      *   1. The partners and the partner products are loaded.
      *      A product naming a partner that is not on file is
      *      reported and the run ends RC 4.
      *   2. Interchange: one pass of the ICRDTL priced
      *      purchase detail CBICR01C wrote for the month
      *      (CVICR02Y.cpy). Each purchase resolves to its
      *      account through the token vault and the cross-
      *      reference, the same way CBPRF01C does, and its
      *      interchange is credited to the account's partner.
      *   3. Rewards: one pass of REDEEMF. The statement credit
      *      of every redemption posted in the month is a
      *      rewards cost of the account's partner.
      *   4. One pass of the account master. Every partner
      *      account not closed before the month goes to the
      *      PTNEXT portfolio extract -- the card number masked
      *      to its last four digits and no SSN, because the
      *      extract leaves the bank -- and an account opened
      *      in the month (a COONB00C origination) earns the
      *      partner its new-account bounty.
      *   5. Settlement, partner by partner: the partner's
      *      share of the interchange plus the bounties, less
      *      the share of the rewards cost the partner funds.
      *      The PTNRPT settlement statement prints each
      *      partner's figures; a non-zero net goes to the
      *      PTNPAY payment file, as a credit (paid to the
      *      partner) or a debit (collected from it). A partner
      *      that is inactive, or whose contract does not cover
      *      the month, is reported but not settled.
      *   6. The partner-funded rewards are journalled on their
      *      own through the GLMAP 'PR'/0000 row (suspense
      *      fallback) -- debit the partner receivable, credit
      *      the rewards expense the redemption postings
      *      charged -- to the PTNJRNL extract, with a
      *      balancing proof, the CBCEL01C precedent.
      * Nothing on file is changed, so a rerun replaces the
      * outputs. Run it after the month's CBICR01C; a month
      * with no interchange detail ends RC 4.
      *
      * Files accessed:
      *   PARTNER   - Co-brand partners (KSDS, sequential input)
      *   PRODCAT   - Product catalog (KSDS, sequential input)
      *   ACCTFILE  - Account master (KSDS, dynamic: random
      *               reads for the detail passes, then one
      *               sequential pass)
      *   XREFFILE  - Card cross-reference (KSDS, random read,
      *               also by alternate key FD-XREF-ACCT-ID)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               alternate key FD-TKV-TOKEN-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   ICRDTL    - Priced purchase detail from CBICR01C
      *               (sequential input, 80)
      *   REDEEMF   - Rewards redemptions (KSDS, sequential
      *               input)
      *   GLMAP     - GL account mapping (KSDS, random read)
      *   PTNRPT    - Partner settlement statement (132, output)
      *   PTNPAY    - Partner payment file (sequential output,
      *               100)
      *   PTNEXT    - Partner portfolio extract (sequential
      *               output, 200)
      *   PTNJRNL   - Partner-funded rewards journal
      *               (sequential output, 80 -- same layout as
      *               GLJRNL)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * month-end business date; its month is the run month.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPTN01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER-FILE ASSIGN TO PARTNER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PTN-ID
                  FILE STATUS  IS PARTNER-STATUS.

           SELECT PRODCAT-FILE ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PRD-GROUP-ID
                  FILE STATUS  IS PRODCAT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
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

           SELECT ICRDTL-FILE ASSIGN TO ICRDTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ICRDTL-STATUS.

           SELECT REDEEMF-FILE ASSIGN TO REDEEMF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RDM-KEY
                  FILE STATUS  IS REDEEMF-STATUS.

           SELECT GLMAP-FILE ASSIGN TO GLMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-GLM-KEY
                  FILE STATUS  IS GLMAP-STATUS.

           SELECT PTNRPT-FILE ASSIGN TO PTNRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PTNRPT-STATUS.

           SELECT PTNPAY-FILE ASSIGN TO PTNPAY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PTNPAY-STATUS.

           SELECT PTNEXT-FILE ASSIGN TO PTNEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PTNEXT-STATUS.

           SELECT PTNJRNL-FILE ASSIGN TO PTNJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PTNJRNL-STATUS.

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
      * FD for the co-brand partner VSAM (150 bytes)
       FD  PARTNER-FILE.
       01  FD-PARTNER-REC.
           05 FD-PTN-ID                         PIC X(05).
           05 FD-PTN-DATA                       PIC X(145).

      * FD for the product catalog VSAM (120 bytes)
       FD  PRODCAT-FILE.
       01  FD-PRODCAT-REC.
           05 FD-PRD-GROUP-ID                   PIC X(10).
           05 FD-PRD-DATA                       PIC X(110).

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

      * FD for the priced purchase detail extract (80 bytes)
       FD  ICRDTL-FILE.
       01  FD-ICRDTL-REC                        PIC X(80).

      * FD for the rewards redemption VSAM (100 bytes)
       FD  REDEEMF-FILE.
       01  FD-REDEEMF-REC.
           05 FD-RDM-KEY                        PIC X(25).
           05 FD-RDM-DATA                       PIC X(75).

      * FD for the GL account mapping VSAM (60 bytes)
       FD  GLMAP-FILE.
       01  FD-GLMAP-REC.
           05 FD-GLM-KEY                        PIC X(06).
           05 FD-GLM-DATA                       PIC X(54).

      * FD for the partner settlement statement (132-byte
      * print)
       FD  PTNRPT-FILE.
       01  FD-PTNRPT-REC                        PIC X(132).

      * FD for the partner payment file (100 bytes)
       FD  PTNPAY-FILE.
       01  FD-PTNPAY-REC                        PIC X(100).

      * FD for the partner portfolio extract (200 bytes)
       FD  PTNEXT-FILE.
       01  FD-PTNEXT-REC                        PIC X(200).

      * FD for the partner-funded rewards journal (80 bytes)
       FD  PTNJRNL-FILE.
       01  FD-PTNJRNL-REC                       PIC X(80).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVPTN01Y: 150-byte co-brand partner record
       COPY CVPTN01Y.
       01  PARTNER-STATUS.
           05  PARTNER-STAT1       PIC X.
           05  PARTNER-STAT2       PIC X.

      * CVPRD01Y: 120-byte product catalog record
       COPY CVPRD01Y.
       01  PRODCAT-STATUS.
           05  PRODCAT-STAT1       PIC X.
           05  PRODCAT-STAT2       PIC X.

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

      * CVICR02Y: 80-byte priced purchase detail record
       COPY CVICR02Y.
       01  ICRDTL-STATUS.
           05  ICRDTL-STAT1        PIC X.
           05  ICRDTL-STAT2        PIC X.

      * CVRDM01Y: 100-byte rewards redemption record
       COPY CVRDM01Y.
       01  REDEEMF-STATUS.
           05  REDEEMF-STAT1       PIC X.
           05  REDEEMF-STAT2       PIC X.

      * CVGLM01Y: 60-byte GL account mapping record
       COPY CVGLM01Y.
       01  GLMAP-STATUS.
           05  GLMAP-STAT1         PIC X.
           05  GLMAP-STAT2         PIC X.

       01  PTNRPT-STATUS.
           05  PTNRPT-STAT1        PIC X.
           05  PTNRPT-STAT2        PIC X.

       01  PTNPAY-STATUS.
           05  PTNPAY-STAT1        PIC X.
           05  PTNPAY-STAT2        PIC X.

       01  PTNEXT-STATUS.
           05  PTNEXT-STAT1        PIC X.
           05  PTNEXT-STAT2        PIC X.

       01  PTNJRNL-STATUS.
           05  PTNJRNL-STAT1       PIC X.
           05  PTNJRNL-STAT2       PIC X.

      * Partner payment file record (100 bytes). CBPTN01C is
      * its only writer, so the layout lives here: a header, a
      * detail per partner with a non-zero settlement, and a
      * trailer carrying the count and the totals each way for
      * the bank's proof.
       01  PARTNER-PAYMENT-RECORD.
           05  PPY-REC-TYPE                     PIC X(01).
               88  PPY-HEADER                   VALUE 'H'.
               88  PPY-DETAIL                   VALUE 'D'.
               88  PPY-TRAILER                  VALUE 'T'.
           05  PPY-BODY                         PIC X(99).
           05  PPY-HEADER-BODY REDEFINES PPY-BODY.
               10  PPY-H-FILE-DATE              PIC X(10).
               10  PPY-H-RUN-MONTH              PIC X(07).
               10  PPY-H-ORIGINATOR             PIC X(30).
               10  FILLER                       PIC X(52).
           05  PPY-DETAIL-BODY REDEFINES PPY-BODY.
               10  PPY-D-PARTNER-ID             PIC X(05).
               10  PPY-D-PARTNER-NAME           PIC X(30).
               10  PPY-D-ROUTING                PIC X(09).
               10  PPY-D-ACCOUNT                PIC X(17).
      * C = pay the partner, D = collect from the partner
               10  PPY-D-DIRECTION              PIC X(01).
               10  PPY-D-AMOUNT                 PIC 9(11)V99.
               10  PPY-D-RUN-MONTH              PIC X(07).
               10  FILLER                       PIC X(17).
           05  PPY-TRAILER-BODY REDEFINES PPY-BODY.
               10  PPY-T-DETAIL-COUNT           PIC 9(07).
               10  PPY-T-CREDIT-TOTAL           PIC 9(13)V99.
               10  PPY-T-DEBIT-TOTAL            PIC 9(13)V99.
               10  FILLER                       PIC X(62).

      * Partner portfolio extract record (200 bytes), one per
      * partner account, CBPTN01C its only writer. The card
      * number is masked to its last four digits and the SSN
      * is never carried -- the file goes to the partner.
       01  PARTNER-PORTFOLIO-RECORD.
           05  PPF-PARTNER-ID                   PIC X(05).
           05  PPF-RUN-MONTH                    PIC X(07).
           05  PPF-ACCT-ID                      PIC 9(11).
           05  PPF-CARD-MASKED                  PIC X(16).
           05  PPF-GROUP-ID                     PIC X(10).
           05  PPF-OPEN-DATE                    PIC X(10).
      * A = open, P = pending closure, C = closed,
      * O = charged off
           05  PPF-ACCT-STATUS                  PIC X(01).
           05  PPF-NEW-IN-MONTH                 PIC X(01).
           05  PPF-CREDIT-LIMIT                 PIC S9(10)V99.
           05  PPF-CURR-BAL                     PIC S9(10)V99.
           05  PPF-DELINQ-STAGE                 PIC X(01).
           05  PPF-REWARD-POINTS                PIC 9(09).
           05  PPF-FIRST-NAME                   PIC X(25).
           05  PPF-LAST-NAME                    PIC X(25).
           05  PPF-STATE-CD                     PIC X(02).
           05  PPF-ZIP5                         PIC X(05).
           05  PPF-EMAIL-OK                     PIC X(01).
           05  FILLER                           PIC X(47).

      * 80-byte journal record -- same layout and sign rules
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
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBPTN01C'.
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

      * The partners on file, with the month's figures as the
      * passes gather them
       01 WS-PT-TABLE.
           05 WS-PT-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
           05 WS-PT-ENTRY               OCCURS 50 TIMES
                                        INDEXED BY WS-PT-IDX.
              10 WS-PT-ID               PIC X(05).
              10 WS-PT-NAME             PIC X(30).
              10 WS-PT-SETTLE-FLAG      PIC X(01).
                 88 WS-PT-SETTLES       VALUE 'Y'.
              10 WS-PT-ICHG-PCT         PIC 9(03)V99.
              10 WS-PT-BOUNTY-AMT       PIC S9(07)V99.
              10 WS-PT-FUND-PCT         PIC 9(03)V99.
              10 WS-PT-ROUTING          PIC X(09).
              10 WS-PT-ACCOUNT          PIC X(17).
              10 WS-PT-PURCH-CNT        PIC 9(09) COMP-3.
              10 WS-PT-PURCH-AMT        PIC S9(13)V99 COMP-3.
              10 WS-PT-ICHG-GROSS       PIC S9(11)V99 COMP-3.
              10 WS-PT-NEW-ACCTS        PIC 9(07) COMP-3.
              10 WS-PT-RDM-CNT          PIC 9(07) COMP-3.
              10 WS-PT-RWD-COST         PIC S9(11)V99 COMP-3.
              10 WS-PT-PORT-ACCTS       PIC 9(09) COMP-3.
              10 WS-PT-OPEN-ACCTS       PIC 9(09) COMP-3.
              10 WS-PT-PORT-BAL         PIC S9(13)V99 COMP-3.
              10 WS-PT-PORT-LIMIT       PIC S9(13)V99 COMP-3.
       01 WS-PT-MAX                     PIC S9(04) COMP VALUE 50.
       01 WS-PT-I                       PIC S9(04) COMP VALUE 0.
       01 WS-FIND-PTN-ID                PIC X(05).
       01 WS-PT-FOUND                   PIC X(01).

      * The partner products: group ID and the partner entry
      * it belongs to
       01 WS-PG-TABLE.
           05 WS-PG-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
           05 WS-PG-ENTRY               OCCURS 200 TIMES
                                        INDEXED BY WS-PG-IDX.
              10 WS-PG-GROUP-ID         PIC X(10).
              10 WS-PG-PT-I             PIC S9(04) COMP.
       01 WS-PG-MAX                     PIC S9(04) COMP VALUE 200.
       01 WS-FIND-GROUP-ID              PIC X(10).
       01 WS-PG-FOUND                   PIC X(01).

      * Settlement work for the partner being settled
       01 WS-SETTLE-WORK.
           05 WS-ICHG-SHARE             PIC S9(11)V99 VALUE 0.
           05 WS-BOUNTY-TOTAL           PIC S9(11)V99 VALUE 0.
           05 WS-RWD-FUNDED             PIC S9(11)V99 VALUE 0.
           05 WS-NET-SETTLE             PIC S9(11)V99 VALUE 0.

      * Journal work
       01 WS-JRNL-WORK.
           05 WS-ABS-AMT                PIC S9(11)V99 VALUE 0.
           05 WS-JRNL-GL-ACCT           PIC X(08).
           05 WS-TOTAL-DEBITS           PIC S9(13)V99 VALUE 0.
           05 WS-TOTAL-CREDITS          PIC S9(13)V99 VALUE 0.
      * The partner-funded rewards mapping, and the suspense
      * row used when no PR row is on GLMAP
           05 WS-PR-GLMAP-KEY           PIC X(06) VALUE 'PR0000'.
           05 WS-SUSPENSE-KEY           PIC X(06) VALUE '**0000'.
           05 WS-GLMAP-LOADED           PIC X(01) VALUE 'N'.
           05 WS-JRNL-DR-ACCT           PIC X(08).
           05 WS-JRNL-CR-ACCT           PIC X(08).

       01 WS-RUN-MONTH                  PIC X(07).
       01 WS-MONTH-START                PIC X(10).
       01 WS-MISC-VARS.
           05 WS-PTN-EOF                PIC X(01) VALUE 'N'.
           05 WS-PRD-EOF                PIC X(01) VALUE 'N'.
           05 WS-ICR-EOF                PIC X(01) VALUE 'N'.
           05 WS-RDM-EOF                PIC X(01) VALUE 'N'.
           05 WS-CARD-NUM               PIC X(16).
           05 WS-CARD-RESOLVED          PIC X(01).
           05 WS-ACCT-FOUND             PIC X(01).
       01 WS-COUNTERS.
           05 WS-PARTNER-COUNT          PIC 9(09) VALUE 0.
           05 WS-PRODUCT-COUNT          PIC 9(09) VALUE 0.
           05 WS-UNKNOWN-PTN-COUNT      PIC 9(09) VALUE 0.
           05 WS-ICR-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-ICR-MONTH-COUNT        PIC 9(09) VALUE 0.
           05 WS-ICR-PARTNER-COUNT      PIC 9(09) VALUE 0.
           05 WS-UNRESOLVED-COUNT       PIC 9(09) VALUE 0.
           05 WS-REDEMPTION-COUNT       PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-EXTRACT-COUNT          PIC 9(09) VALUE 0.
           05 WS-PAY-COUNT              PIC 9(07) VALUE 0.
           05 WS-PAY-CREDIT-TOTAL       PIC 9(13)V99 VALUE 0.
           05 WS-PAY-DEBIT-TOTAL        PIC 9(13)V99 VALUE 0.
           05 WS-JRNL-COUNT             PIC 9(09) VALUE 0.

      * Partner settlement statement lines
       01 WS-PTN-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'CO-BRAND PARTNER SETTLEMENT STATEMENT'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN MONTH : '.
           05 WS-PTN-RPT-RUN-MONTH      PIC X(07).
           05 FILLER                    PIC X(73) VALUE SPACES.
       01 WS-PTN-RPT-PARTNER.
           05 FILLER                    PIC X(09) VALUE 'PARTNER: '.
           05 WS-PTN-RPT-ID             PIC X(05).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTN-RPT-NAME           PIC X(30).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTN-RPT-STATE          PIC X(30).
           05 FILLER                    PIC X(54) VALUE SPACES.
       01 WS-PTN-RPT-AMT-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-PTN-RPT-LABEL          PIC X(30).
           05 WS-PTN-RPT-COUNT          PIC Z(08)9.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-PTN-RPT-RATE           PIC ZZ9.99.
           05 WS-PTN-RPT-PCT-SIGN       PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-PTN-RPT-AMT            PIC -(11)9.99.
           05 FILLER                    PIC X(61) VALUE SPACES.
       01 WS-PTN-RPT-NET-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(30)
                   VALUE 'NET SETTLEMENT'.
           05 FILLER                    PIC X(22) VALUE SPACES.
           05 WS-PTN-RPT-NET            PIC -(11)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTN-RPT-DIRECTION      PIC X(25).
           05 FILLER                    PIC X(34) VALUE SPACES.
       01 WS-PTN-RPT-COUNT-LINE.
           05 WS-PTN-RPT-CNT-LABEL      PIC X(30).
           05 WS-PTN-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-PTN-RPT-TOTAL-LINE.
           05 WS-PTN-RPT-TOT-LABEL      PIC X(30).
           05 WS-PTN-RPT-TOT-AMT        PIC -(13)9.99.
           05 FILLER                    PIC X(85) VALUE SPACES.
       01 WS-PTN-RPT-WARN-LINE.
           05 FILLER                    PIC X(09) VALUE 'WARNING: '.
           05 WS-PTN-RPT-WARN-TEXT      PIC X(60).
           05 FILLER                    PIC X(63) VALUE SPACES.
       01 WS-PTN-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the month-end business date,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the partners and their products,
      * gathers the month's interchange and rewards, passes the
      * accounts, then settles partner by partner.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPTN01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:7) TO WS-RUN-MONTH
           MOVE PARM-DATE      TO WS-MONTH-START
           MOVE '01'           TO WS-MONTH-START(9:2)
           DISPLAY 'RUN MONTH: ' WS-RUN-MONTH
           PERFORM 0000-PARTNER-OPEN.
           PERFORM 0050-PRODCAT-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0150-XREF-OPEN.
           PERFORM 0200-TOKNVLT-OPEN.
           PERFORM 0250-CUSTDAT-OPEN.
           PERFORM 0300-ICRDTL-OPEN.
           PERFORM 0350-REDEEMF-OPEN.
           PERFORM 0400-GLMAP-OPEN.
           PERFORM 0450-PTNRPT-OPEN.
           PERFORM 0500-PTNPAY-OPEN.
           PERFORM 0550-PTNEXT-OPEN.
           PERFORM 0600-PTNJRNL-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE WS-RUN-MONTH TO WS-PTN-RPT-RUN-MONTH
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-HEADER
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-BLANK

           PERFORM 1000-LOAD-PARTNERS.
           PERFORM 1100-LOAD-PRODUCTS.

           IF  WS-PG-ENTRIES-USED = 0
               DISPLAY 'NO PRODUCT IS ASSIGNED TO A PARTNER'
           ELSE
               PERFORM 1200-LOAD-INTERCHANGE
               PERFORM 1300-LOAD-REDEMPTIONS
               PERFORM 2000-PORTFOLIO-PASS
           END-IF

           PERFORM 3000-WRITE-PAY-HEADER.
           PERFORM 3100-SETTLE-PARTNER
              VARYING WS-PT-I FROM 1 BY 1
              UNTIL WS-PT-I > WS-PT-ENTRIES-USED.
           PERFORM 3900-WRITE-PAY-TRAILER.
           PERFORM 6900-BALANCING-PROOF.
           PERFORM 5000-PRINT-RUN-TOTALS.

           PERFORM 9000-PARTNER-CLOSE.
           PERFORM 9050-PRODCAT-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9150-XREF-CLOSE.
           PERFORM 9200-TOKNVLT-CLOSE.
           PERFORM 9250-CUSTDAT-CLOSE.
           PERFORM 9300-ICRDTL-CLOSE.
           PERFORM 9350-REDEEMF-CLOSE.
           PERFORM 9400-GLMAP-CLOSE.
           PERFORM 9450-PTNRPT-CLOSE.
           PERFORM 9500-PTNPAY-CLOSE.
           PERFORM 9550-PTNEXT-CLOSE.
           PERFORM 9600-PTNJRNL-CLOSE.

           DISPLAY 'PARTNERS ON FILE       :' WS-PARTNER-COUNT
           DISPLAY 'PARTNER PRODUCTS       :' WS-PG-ENTRIES-USED
           DISPLAY 'UNKNOWN PARTNER IDS    :' WS-UNKNOWN-PTN-COUNT
           DISPLAY 'INTERCHANGE ITEMS      :' WS-ICR-MONTH-COUNT
           DISPLAY 'PARTNER PURCHASES      :' WS-ICR-PARTNER-COUNT
           DISPLAY 'CARDS NOT RESOLVED     :' WS-UNRESOLVED-COUNT
           DISPLAY 'PARTNER REDEMPTIONS    :' WS-REDEMPTION-COUNT
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'PORTFOLIO EXTRACTED    :' WS-EXTRACT-COUNT
           DISPLAY 'PAYMENTS WRITTEN       :' WS-PAY-COUNT
           DISPLAY 'JOURNAL RECORDS WRITTEN:' WS-JRNL-COUNT

           IF  WS-UNKNOWN-PTN-COUNT > 0
           OR  (WS-PG-ENTRIES-USED > 0 AND WS-ICR-MONTH-COUNT = 0)
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPTN01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads every partner. A partner settles the month when
      * it is ACTIVE and its contract window overlaps the month.
      *---------------------------------------------------------------*
       1000-LOAD-PARTNERS.
           PERFORM 1010-TAKE-NEXT-PARTNER
              UNTIL WS-PTN-EOF = 'Y'
           EXIT.
       1010-TAKE-NEXT-PARTNER.
           READ PARTNER-FILE INTO PARTNER-RECORD
               AT END
                  MOVE 'Y' TO WS-PTN-EOF
           END-READ
           IF  WS-PTN-EOF = 'N'
               IF  PARTNER-STATUS NOT = '00'
                   DISPLAY 'ERROR READING PARTNER FILE'
                   MOVE PARTNER-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-PARTNER-COUNT
               IF  WS-PT-ENTRIES-USED >= WS-PT-MAX
                   DISPLAY 'PARTNER TABLE FULL: ' PTN-ID
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-PT-ENTRIES-USED
               MOVE WS-PT-ENTRIES-USED TO WS-PT-I
               INITIALIZE WS-PT-ENTRY (WS-PT-I)
               MOVE PTN-ID             TO WS-PT-ID (WS-PT-I)
               MOVE PTN-NAME           TO WS-PT-NAME (WS-PT-I)
               MOVE PTN-ICHG-SHARE-PCT TO WS-PT-ICHG-PCT (WS-PT-I)
               MOVE PTN-BOUNTY-AMT     TO WS-PT-BOUNTY-AMT (WS-PT-I)
               MOVE PTN-RWD-FUND-PCT   TO WS-PT-FUND-PCT (WS-PT-I)
               MOVE PTN-PAY-ROUTING    TO WS-PT-ROUTING (WS-PT-I)
               MOVE PTN-PAY-ACCOUNT    TO WS-PT-ACCOUNT (WS-PT-I)
               MOVE 'N'                TO WS-PT-SETTLE-FLAG (WS-PT-I)
               IF  PTN-ACTIVE
                   AND PTN-CONTRACT-START NOT > PARM-DATE
                   AND (PTN-CONTRACT-END = SPACES
                        OR PTN-CONTRACT-END NOT < WS-MONTH-START)
                   MOVE 'Y' TO WS-PT-SETTLE-FLAG (WS-PT-I)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Loads every product that names a partner. A partner ID
      * that is not on PARTNER is reported and its accounts
      * are left out of every partner's figures.
      *---------------------------------------------------------------*
       1100-LOAD-PRODUCTS.
           PERFORM 1110-TAKE-NEXT-PRODUCT
              UNTIL WS-PRD-EOF = 'Y'
           EXIT.
       1110-TAKE-NEXT-PRODUCT.
           READ PRODCAT-FILE INTO PRODUCT-CATALOG-RECORD
               AT END
                  MOVE 'Y' TO WS-PRD-EOF
           END-READ
           IF  WS-PRD-EOF = 'N'
               IF  PRODCAT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING PRODUCT CATALOG'
                   MOVE PRODCAT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               IF  PRD-PARTNER-ID NOT = SPACES
                   AND PRD-PARTNER-ID NOT = LOW-VALUES
                   MOVE PRD-PARTNER-ID TO WS-FIND-PTN-ID
                   PERFORM 1800-FIND-PARTNER
                   IF  WS-PT-FOUND = 'Y'
                       IF  WS-PG-ENTRIES-USED >= WS-PG-MAX
                           DISPLAY 'PARTNER PRODUCT TABLE FULL: '
                                   PRD-GROUP-ID
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-PG-ENTRIES-USED
                       MOVE PRD-GROUP-ID
                         TO WS-PG-GROUP-ID (WS-PG-ENTRIES-USED)
                       MOVE WS-PT-I
                         TO WS-PG-PT-I (WS-PG-ENTRIES-USED)
                   ELSE
                       ADD 1 TO WS-UNKNOWN-PTN-COUNT
                       DISPLAY 'PRODUCT ' PRD-GROUP-ID
                               ' NAMES UNKNOWN PARTNER '
                               PRD-PARTNER-ID
                       STRING 'PRODUCT ' PRD-GROUP-ID
                              ' NAMES UNKNOWN PARTNER '
                              PRD-PARTNER-ID
                          DELIMITED BY SIZE
                          INTO WS-PTN-RPT-WARN-TEXT
                       WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-WARN-LINE
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over CBICR01C's priced purchase detail: each
      * purchase of the run month on a partner account adds to
      * the partner's interchange.
      *---------------------------------------------------------------*
       1200-LOAD-INTERCHANGE.
           PERFORM 1250-ICRDTL-GET-NEXT
           PERFORM 1210-TAKE-INTERCHANGE
              UNTIL WS-ICR-EOF = 'Y'
           IF  WS-ICR-MONTH-COUNT = 0
               DISPLAY 'WARNING: NO INTERCHANGE DETAIL FOR '
                       WS-RUN-MONTH ' - ' WS-ICR-READ-COUNT
                       ' ITEMS OF ANOTHER MONTH'
               MOVE 'NO INTERCHANGE DETAIL FOR THE RUN MONTH'
                 TO WS-PTN-RPT-WARN-TEXT
               WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-WARN-LINE
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
                   MOVE XREF-ACCT-ID TO FD-ACCT-ID
                   PERFORM 1700-FIND-ACCT-PARTNER
                   IF  WS-PG-FOUND = 'Y'
                       ADD 1 TO WS-ICR-PARTNER-COUNT
                       ADD 1 TO WS-PT-PURCH-CNT (WS-PT-I)
                       ADD ICD-AMOUNT
                         TO WS-PT-PURCH-AMT (WS-PT-I)
                       ADD ICD-INTERCHANGE
                         TO WS-PT-ICHG-GROSS (WS-PT-I)
                   END-IF
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
      * Pass over the rewards redemptions: the statement credit
      * of every redemption CBRDM01C posted in the run month on
      * a partner account is a rewards cost of the partner.
      * Cancelled and rejected requests cost nothing.
      *---------------------------------------------------------------*
       1300-LOAD-REDEMPTIONS.
           PERFORM 1350-REDEEMF-GET-NEXT
           PERFORM 1310-TAKE-REDEMPTION
              UNTIL WS-RDM-EOF = 'Y'
           EXIT.
       1310-TAKE-REDEMPTION.
           IF  RDM-STATUS-POSTED
               AND RDM-POSTED-DATE(1:7) = WS-RUN-MONTH
               MOVE RDM-ACCT-ID TO FD-ACCT-ID
               PERFORM 1700-FIND-ACCT-PARTNER
               IF  WS-PG-FOUND = 'Y'
                   ADD 1 TO WS-REDEMPTION-COUNT
                   ADD 1 TO WS-PT-RDM-CNT (WS-PT-I)
                   ADD RDM-CREDIT-AMT TO WS-PT-RWD-COST (WS-PT-I)
               END-IF
           END-IF
           PERFORM 1350-REDEEMF-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next redemption in key order.
      *---------------------------------------------------------------*
       1350-REDEEMF-GET-NEXT.
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
      * Reads the account keyed in FD-ACCT-ID and, when its
      * product belongs to a partner, points WS-PT-I at that
      * partner (WS-PG-FOUND = 'Y').
      *---------------------------------------------------------------*
       1700-FIND-ACCT-PARTNER.
           MOVE 'N' TO WS-PG-FOUND
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE ACCTFILE-STATUS
               WHEN '00'
                   MOVE ACCT-GROUP-ID TO WS-FIND-GROUP-ID
                   PERFORM 1750-FIND-PARTNER-PRODUCT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Looks WS-FIND-GROUP-ID up among the partner products.
      *---------------------------------------------------------------*
       1750-FIND-PARTNER-PRODUCT.
           MOVE 'N' TO WS-PG-FOUND
           SET WS-PG-IDX TO 1
           SEARCH WS-PG-ENTRY
              AT END
                 CONTINUE
              WHEN WS-PG-IDX > WS-PG-ENTRIES-USED
                 CONTINUE
              WHEN WS-PG-GROUP-ID (WS-PG-IDX) = WS-FIND-GROUP-ID
                 MOVE WS-PG-PT-I (WS-PG-IDX) TO WS-PT-I
                 MOVE 'Y' TO WS-PG-FOUND
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Looks WS-FIND-PTN-ID up among the partners, pointing
      * WS-PT-I at it.
      *---------------------------------------------------------------*
       1800-FIND-PARTNER.
           MOVE 'N' TO WS-PT-FOUND
           SET WS-PT-IDX TO 1
           SEARCH WS-PT-ENTRY
              AT END
                 CONTINUE
              WHEN WS-PT-IDX > WS-PT-ENTRIES-USED
                 CONTINUE
              WHEN WS-PT-ID (WS-PT-IDX) = WS-FIND-PTN-ID
                 SET WS-PT-I TO WS-PT-IDX
                 MOVE 'Y' TO WS-PT-FOUND
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
      * One sequential pass of the account master from the top:
      * every partner account is counted into its partner's
      * portfolio and extracted.
      *---------------------------------------------------------------*
       2000-PORTFOLIO-PASS.
           MOVE LOW-VALUES TO FD-ACCTFILE-REC
           START ACCOUNT-FILE KEY IS NOT LESS THAN FD-ACCT-ID
              INVALID KEY
                 MOVE 'Y' TO END-OF-FILE
           END-START
           PERFORM 2100-PROCESS-NEXT-ACCOUNT
              UNTIL END-OF-FILE = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account; a partner account not closed
      * before the run month joins the portfolio.
      *---------------------------------------------------------------*
       2100-PROCESS-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD INTO ACCOUNT-RECORD
               AT END
                  MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  END-OF-FILE = 'N'
               IF  ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACCT-GROUP-ID TO WS-FIND-GROUP-ID
               PERFORM 1750-FIND-PARTNER-PRODUCT
               IF  WS-PG-FOUND = 'Y'
                   AND ACCT-OPEN-DATE NOT > PARM-DATE
                   AND NOT (ACCT-STATUS-CLOSED
                            AND ACCT-CLOSED-DATE NOT = SPACES
                            AND ACCT-CLOSED-DATE < WS-MONTH-START)
                   PERFORM 2200-ADD-TO-PORTFOLIO
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts the account into partner WS-PT-I's portfolio,
      * earns the bounty when it was opened in the month, and
      * writes its extract record.
      *---------------------------------------------------------------*
       2200-ADD-TO-PORTFOLIO.
           ADD 1 TO WS-PT-PORT-ACCTS (WS-PT-I)
           IF  ACCT-STATUS-ACTIVE AND NOT ACCT-IS-CHARGED-OFF
               ADD 1 TO WS-PT-OPEN-ACCTS (WS-PT-I)
           END-IF
           ADD ACCT-CURR-BAL     TO WS-PT-PORT-BAL (WS-PT-I)
           ADD ACCT-CREDIT-LIMIT TO WS-PT-PORT-LIMIT (WS-PT-I)

           INITIALIZE PARTNER-PORTFOLIO-RECORD
           MOVE WS-PT-ID (WS-PT-I)  TO PPF-PARTNER-ID
           MOVE WS-RUN-MONTH        TO PPF-RUN-MONTH
           MOVE ACCT-ID             TO PPF-ACCT-ID
           MOVE ACCT-GROUP-ID       TO PPF-GROUP-ID
           MOVE ACCT-OPEN-DATE      TO PPF-OPEN-DATE
           EVALUATE TRUE
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'O' TO PPF-ACCT-STATUS
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'C' TO PPF-ACCT-STATUS
               WHEN ACCT-STATUS-PENDING-CLOSE
                   MOVE 'P' TO PPF-ACCT-STATUS
               WHEN OTHER
                   MOVE 'A' TO PPF-ACCT-STATUS
           END-EVALUATE
           IF  ACCT-OPEN-DATE(1:7) = WS-RUN-MONTH
               MOVE 'Y' TO PPF-NEW-IN-MONTH
               ADD 1 TO WS-PT-NEW-ACCTS (WS-PT-I)
           ELSE
               MOVE 'N' TO PPF-NEW-IN-MONTH
           END-IF
           MOVE ACCT-CREDIT-LIMIT   TO PPF-CREDIT-LIMIT
           MOVE ACCT-CURR-BAL       TO PPF-CURR-BAL
           MOVE ACCT-DELINQ-STAGE   TO PPF-DELINQ-STAGE
           MOVE ACCT-REWARD-POINTS  TO PPF-REWARD-POINTS

      * The account's card, masked to its last four digits,
      * and the cardholder -- never the SSN
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
              INVALID KEY
                 CONTINUE
           END-READ
           IF  XREFFILE-STATUS = '00'
               MOVE ALL 'X'              TO PPF-CARD-MASKED(1:12)
               MOVE XREF-CARD-NUM(13:4)  TO PPF-CARD-MASKED(13:4)
               MOVE XREF-CUST-ID         TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  CUSTDAT-STATUS = '00'
                   MOVE CUST-FIRST-NAME     TO PPF-FIRST-NAME
                   MOVE CUST-LAST-NAME      TO PPF-LAST-NAME
                   MOVE CUST-ADDR-STATE-CD  TO PPF-STATE-CD
                   MOVE CUST-ADDR-ZIP(1:5)  TO PPF-ZIP5
                   IF  CUST-DO-NOT-SOLICIT
                       MOVE 'N' TO PPF-EMAIL-OK
                   ELSE
                       MOVE 'Y' TO PPF-EMAIL-OK
                   END-IF
               END-IF
           END-IF

           WRITE FD-PTNEXT-REC FROM PARTNER-PORTFOLIO-RECORD
           IF  PTNEXT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PORTFOLIO EXTRACT: ' ACCT-ID
               MOVE PTNEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * The payment file header.
      *---------------------------------------------------------------*
       3000-WRITE-PAY-HEADER.
           INITIALIZE PARTNER-PAYMENT-RECORD
           SET PPY-HEADER          TO TRUE
           MOVE PARM-DATE          TO PPY-H-FILE-DATE
           MOVE WS-RUN-MONTH       TO PPY-H-RUN-MONTH
           MOVE 'CARDDEMO PARTNER SETTLEMENT' TO PPY-H-ORIGINATOR
           PERFORM 3800-WRITE-PAY-REC
           EXIT.
      *---------------------------------------------------------------*
      * Settles partner WS-PT-I: prints its statement, pays or
      * collects the net, and journals the rewards it funds.
      *---------------------------------------------------------------*
       3100-SETTLE-PARTNER.
           INITIALIZE WS-SETTLE-WORK
           COMPUTE WS-ICHG-SHARE ROUNDED =
               WS-PT-ICHG-GROSS (WS-PT-I)
             * WS-PT-ICHG-PCT (WS-PT-I) / 100
           COMPUTE WS-BOUNTY-TOTAL =
               WS-PT-NEW-ACCTS (WS-PT-I)
             * WS-PT-BOUNTY-AMT (WS-PT-I)
           COMPUTE WS-RWD-FUNDED ROUNDED =
               WS-PT-RWD-COST (WS-PT-I)
             * WS-PT-FUND-PCT (WS-PT-I) / 100
           COMPUTE WS-NET-SETTLE =
               WS-ICHG-SHARE + WS-BOUNTY-TOTAL - WS-RWD-FUNDED

           PERFORM 3200-PRINT-STATEMENT

           IF  WS-PT-SETTLES (WS-PT-I)
               IF  WS-NET-SETTLE NOT = ZERO
                   PERFORM 3300-WRITE-PAYMENT
               END-IF
               IF  WS-RWD-FUNDED NOT = ZERO
                   PERFORM 6000-JOURNAL-FUNDED-REWARDS
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The partner's settlement statement.
      *---------------------------------------------------------------*
       3200-PRINT-STATEMENT.
           MOVE WS-PT-ID (WS-PT-I)   TO WS-PTN-RPT-ID
           MOVE WS-PT-NAME (WS-PT-I) TO WS-PTN-RPT-NAME
           IF  WS-PT-SETTLES (WS-PT-I)
               MOVE SPACES TO WS-PTN-RPT-STATE
           ELSE
               MOVE 'NOT SETTLED - INACTIVE/CONTRACT'
                 TO WS-PTN-RPT-STATE
           END-IF
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-PARTNER

           MOVE 'PORTFOLIO ACCOUNTS'        TO WS-PTN-RPT-LABEL
           MOVE WS-PT-PORT-ACCTS (WS-PT-I)  TO WS-PTN-RPT-COUNT
           MOVE WS-PT-PORT-BAL (WS-PT-I)    TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'OPEN ACCOUNTS / CREDIT LINES' TO WS-PTN-RPT-LABEL
           MOVE WS-PT-OPEN-ACCTS (WS-PT-I)  TO WS-PTN-RPT-COUNT
           MOVE WS-PT-PORT-LIMIT (WS-PT-I)  TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'PURCHASES'                 TO WS-PTN-RPT-LABEL
           MOVE WS-PT-PURCH-CNT (WS-PT-I)   TO WS-PTN-RPT-COUNT
           MOVE WS-PT-PURCH-AMT (WS-PT-I)   TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'INTERCHANGE EARNED'        TO WS-PTN-RPT-LABEL
           MOVE WS-PT-ICHG-GROSS (WS-PT-I)  TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'PARTNER INTERCHANGE SHARE' TO WS-PTN-RPT-LABEL
           MOVE WS-PT-ICHG-PCT (WS-PT-I)    TO WS-PTN-RPT-RATE
           MOVE '%'                         TO WS-PTN-RPT-PCT-SIGN
           MOVE WS-ICHG-SHARE               TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'NEW ACCOUNT BOUNTIES'      TO WS-PTN-RPT-LABEL
           MOVE WS-PT-NEW-ACCTS (WS-PT-I)   TO WS-PTN-RPT-COUNT
           MOVE WS-BOUNTY-TOTAL             TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'REWARDS REDEEMED'          TO WS-PTN-RPT-LABEL
           MOVE WS-PT-RDM-CNT (WS-PT-I)     TO WS-PTN-RPT-COUNT
           MOVE WS-PT-RWD-COST (WS-PT-I)    TO WS-PTN-RPT-AMT
           PERFORM 3250-WRITE-AMT-LINE
           MOVE 'LESS PARTNER-FUNDED REWARDS' TO WS-PTN-RPT-LABEL
           MOVE WS-PT-FUND-PCT (WS-PT-I)    TO WS-PTN-RPT-RATE
           MOVE '%'                         TO WS-PTN-RPT-PCT-SIGN
           COMPUTE WS-PTN-RPT-AMT = WS-RWD-FUNDED * -1
           PERFORM 3250-WRITE-AMT-LINE

           MOVE WS-NET-SETTLE               TO WS-PTN-RPT-NET
           EVALUATE TRUE
               WHEN NOT WS-PT-SETTLES (WS-PT-I)
                   MOVE 'NOT PAID'               TO WS-PTN-RPT-DIRECTION
               WHEN WS-NET-SETTLE > ZERO
                   MOVE 'PAYABLE TO PARTNER'     TO WS-PTN-RPT-DIRECTION
               WHEN WS-NET-SETTLE < ZERO
                   MOVE 'DUE FROM PARTNER'       TO WS-PTN-RPT-DIRECTION
               WHEN OTHER
                   MOVE 'NOTHING DUE'            TO WS-PTN-RPT-DIRECTION
           END-EVALUATE
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-NET-LINE
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-BLANK
           EXIT.
      *---------------------------------------------------------------*
      * Writes one statement amount line and clears the
      * optional count and rate columns for the next.
      *---------------------------------------------------------------*
       3250-WRITE-AMT-LINE.
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-AMT-LINE
           MOVE ZERO   TO WS-PTN-RPT-COUNT
                          WS-PTN-RPT-RATE
           MOVE SPACES TO WS-PTN-RPT-PCT-SIGN
           EXIT.
      *---------------------------------------------------------------*
      * The partner's payment detail: a credit pays the net to
      * the partner, a debit collects it.
      *---------------------------------------------------------------*
       3300-WRITE-PAYMENT.
           INITIALIZE PARTNER-PAYMENT-RECORD
           SET PPY-DETAIL              TO TRUE
           MOVE WS-PT-ID (WS-PT-I)      TO PPY-D-PARTNER-ID
           MOVE WS-PT-NAME (WS-PT-I)    TO PPY-D-PARTNER-NAME
           MOVE WS-PT-ROUTING (WS-PT-I) TO PPY-D-ROUTING
           MOVE WS-PT-ACCOUNT (WS-PT-I) TO PPY-D-ACCOUNT
           MOVE WS-RUN-MONTH            TO PPY-D-RUN-MONTH
           IF  WS-NET-SETTLE > ZERO
               MOVE 'C'                TO PPY-D-DIRECTION
               MOVE WS-NET-SETTLE      TO PPY-D-AMOUNT
               ADD WS-NET-SETTLE       TO WS-PAY-CREDIT-TOTAL
           ELSE
               MOVE 'D'                TO PPY-D-DIRECTION
               COMPUTE PPY-D-AMOUNT = WS-NET-SETTLE * -1
               ADD PPY-D-AMOUNT        TO WS-PAY-DEBIT-TOTAL
           END-IF
           PERFORM 3800-WRITE-PAY-REC
           ADD 1 TO WS-PAY-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Low-level payment file write. Abends on failure.
      *---------------------------------------------------------------*
       3800-WRITE-PAY-REC.
           WRITE FD-PTNPAY-REC FROM PARTNER-PAYMENT-RECORD
           IF  PTNPAY-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING PARTNER PAYMENT FILE'
               MOVE PTNPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The payment file trailer: detail count and the totals
      * each way.
      *---------------------------------------------------------------*
       3900-WRITE-PAY-TRAILER.
           INITIALIZE PARTNER-PAYMENT-RECORD
           SET PPY-TRAILER             TO TRUE
           MOVE WS-PAY-COUNT           TO PPY-T-DETAIL-COUNT
           MOVE WS-PAY-CREDIT-TOTAL    TO PPY-T-CREDIT-TOTAL
           MOVE WS-PAY-DEBIT-TOTAL     TO PPY-T-DEBIT-TOTAL
           PERFORM 3800-WRITE-PAY-REC
           EXIT.
      *---------------------------------------------------------------*
      * The run totals at the foot of the statement.
      *---------------------------------------------------------------*
       5000-PRINT-RUN-TOTALS.
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-BLANK
           MOVE 'PARTNERS ON FILE'          TO WS-PTN-RPT-CNT-LABEL
           MOVE WS-PARTNER-COUNT            TO WS-PTN-RPT-CNT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-COUNT-LINE
           MOVE 'PORTFOLIO ACCOUNTS EXTRACTED' TO WS-PTN-RPT-CNT-LABEL
           MOVE WS-EXTRACT-COUNT            TO WS-PTN-RPT-CNT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-COUNT-LINE
           MOVE 'PURCHASES NOT RESOLVED'    TO WS-PTN-RPT-CNT-LABEL
           MOVE WS-UNRESOLVED-COUNT         TO WS-PTN-RPT-CNT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-COUNT-LINE
           MOVE 'PAYMENTS WRITTEN'          TO WS-PTN-RPT-CNT-LABEL
           MOVE WS-PAY-COUNT                TO WS-PTN-RPT-CNT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-COUNT-LINE
           MOVE 'PAID TO PARTNERS'          TO WS-PTN-RPT-TOT-LABEL
           MOVE WS-PAY-CREDIT-TOTAL         TO WS-PTN-RPT-TOT-AMT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-TOTAL-LINE
           MOVE 'COLLECTED FROM PARTNERS'   TO WS-PTN-RPT-TOT-LABEL
           MOVE WS-PAY-DEBIT-TOTAL          TO WS-PTN-RPT-TOT-AMT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Journals the rewards partner WS-PT-I funds through the
      * PR GLMAP row (suspense fallback), read once: debit the
      * debit account (partner receivable), credit the credit
      * account (the rewards expense the redemptions charged).
      * A negative amount -- redemptions reversed in the month
      * -- swaps the pair, CBGLJ01C's sign convention.
      *---------------------------------------------------------------*
       6000-JOURNAL-FUNDED-REWARDS.
           IF  WS-GLMAP-LOADED = 'N'
               PERFORM 6050-READ-PR-MAPPING
           END-IF
           IF  WS-RWD-FUNDED > ZERO
               MOVE WS-RWD-FUNDED     TO WS-ABS-AMT
               MOVE WS-JRNL-DR-ACCT   TO WS-JRNL-GL-ACCT
               PERFORM 6100-WRITE-JRNL-DEBIT
               MOVE WS-JRNL-CR-ACCT   TO WS-JRNL-GL-ACCT
               PERFORM 6200-WRITE-JRNL-CREDIT
           ELSE
               COMPUTE WS-ABS-AMT = WS-RWD-FUNDED * -1
               MOVE WS-JRNL-CR-ACCT   TO WS-JRNL-GL-ACCT
               PERFORM 6100-WRITE-JRNL-DEBIT
               MOVE WS-JRNL-DR-ACCT   TO WS-JRNL-GL-ACCT
               PERFORM 6200-WRITE-JRNL-CREDIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the PR mapping, or the suspense row when there is
      * none.
      *---------------------------------------------------------------*
       6050-READ-PR-MAPPING.
           MOVE WS-PR-GLMAP-KEY TO FD-GLM-KEY
           READ GLMAP-FILE INTO GL-MAP-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF  GLMAP-STATUS = '23'
               DISPLAY 'NO PR ROW ON GLMAP - USING SUSPENSE'
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
           MOVE GLM-DEBIT-GL-ACCT  TO WS-JRNL-DR-ACCT
           MOVE GLM-CREDIT-GL-ACCT TO WS-JRNL-CR-ACCT
           MOVE 'Y' TO WS-GLMAP-LOADED
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
           MOVE 'PR'                   TO JRNL-TRAN-TYPE-CD
           MOVE 0                      TO JRNL-TRAN-CAT-CD
           STRING 'PARTNER RWD FUND ' WS-PT-ID (WS-PT-I) ' '
                  WS-RUN-MONTH
              DELIMITED BY SIZE INTO JRNL-DESC
           EXIT.
      *---------------------------------------------------------------*
      * Low-level journal write. Abends on failure.
      *---------------------------------------------------------------*
       6400-WRITE-JRNL-REC.
           WRITE FD-PTNJRNL-REC FROM JRNL-RECORD
           IF  PTNJRNL-STATUS = '00'
               ADD 1 TO WS-JRNL-COUNT
           ELSE
               DISPLAY 'ERROR WRITING PARTNER JOURNAL'
               MOVE PTNJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The balancing proof: total debits must equal total
      * credits, or the job ABENDS so an unbalanced entry never
      * reaches the GL.
      *---------------------------------------------------------------*
       6900-BALANCING-PROOF.
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-BLANK
           MOVE 'JOURNAL TOTAL DEBITS'      TO WS-PTN-RPT-TOT-LABEL
           MOVE WS-TOTAL-DEBITS             TO WS-PTN-RPT-TOT-AMT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-TOTAL-LINE
           MOVE 'JOURNAL TOTAL CREDITS'     TO WS-PTN-RPT-TOT-LABEL
           MOVE WS-TOTAL-CREDITS            TO WS-PTN-RPT-TOT-AMT
           WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-TOTAL-LINE
           IF  WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               MOVE 'PROOF: OUT OF BALANCE'  TO WS-PTN-RPT-TOT-LABEL
               COMPUTE WS-PTN-RPT-TOT-AMT =
                  WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               WRITE FD-PTNRPT-REC FROM WS-PTN-RPT-TOTAL-LINE
               DISPLAY 'PARTNER JOURNAL OUT OF BALANCE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the partner file for sequential input.
      *---------------------------------------------------------------*
       0000-PARTNER-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PARTNER-FILE
           IF  PARTNER-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PARTNER FILE'
               MOVE PARTNER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the product catalog for sequential input.
      *---------------------------------------------------------------*
       0050-PRODCAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PRODCAT-FILE
           IF  PRODCAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PRODUCT CATALOG'
               MOVE PRODCAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for dynamic input.
      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
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
      * Opens the card cross-reference for random input.
      *---------------------------------------------------------------*
       0150-XREF-OPEN.
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
      * Opens the token vault for random input.
      *---------------------------------------------------------------*
       0200-TOKNVLT-OPEN.
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
      * Opens the customer master for random input.
      *---------------------------------------------------------------*
       0250-CUSTDAT-OPEN.
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
      * Opens the priced purchase detail for input.
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
      * Opens the redemption file for sequential input.
      *---------------------------------------------------------------*
       0350-REDEEMF-OPEN.
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
      * Opens the GL mapping file for random input.
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
      * Opens the settlement statement for output.
      *---------------------------------------------------------------*
       0450-PTNRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PTNRPT-FILE
           IF  PTNRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SETTLEMENT STATEMENT'
               MOVE PTNRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the payment file for output.
      *---------------------------------------------------------------*
       0500-PTNPAY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PTNPAY-FILE
           IF  PTNPAY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PARTNER PAYMENT FILE'
               MOVE PTNPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the portfolio extract for output.
      *---------------------------------------------------------------*
       0550-PTNEXT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PTNEXT-FILE
           IF  PTNEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PORTFOLIO EXTRACT'
               MOVE PTNEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the partner journal for output.
      *---------------------------------------------------------------*
       0600-PTNJRNL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PTNJRNL-FILE
           IF  PTNJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PARTNER JOURNAL'
               MOVE PTNJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PARTNER-FILE.
      *---------------------------------------------------------------*
       9000-PARTNER-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PARTNER-FILE
           IF  PARTNER-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PARTNER FILE'
               MOVE PARTNER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PRODCAT-FILE.
      *---------------------------------------------------------------*
       9050-PRODCAT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PRODCAT-FILE
           IF  PRODCAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PRODUCT CATALOG'
               MOVE PRODCAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes ACCOUNT-FILE.
      *---------------------------------------------------------------*
       9100-ACCTFILE-CLOSE.
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
       9150-XREF-CLOSE.
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
       9200-TOKNVLT-CLOSE.
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
      * Closes CUSTDAT-FILE.
      *---------------------------------------------------------------*
       9250-CUSTDAT-CLOSE.
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
      * Closes REDEEMF-FILE.
      *---------------------------------------------------------------*
       9350-REDEEMF-CLOSE.
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
      * Closes GLMAP-FILE.
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
      * Closes PTNRPT-FILE.
      *---------------------------------------------------------------*
       9450-PTNRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PTNRPT-FILE
           IF  PTNRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SETTLEMENT STATEMENT'
               MOVE PTNRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PTNPAY-FILE.
      *---------------------------------------------------------------*
       9500-PTNPAY-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PTNPAY-FILE
           IF  PTNPAY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PARTNER PAYMENT FILE'
               MOVE PTNPAY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PTNEXT-FILE.
      *---------------------------------------------------------------*
       9550-PTNEXT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PTNEXT-FILE
           IF  PTNEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PORTFOLIO EXTRACT'
               MOVE PTNEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes PTNJRNL-FILE.
      *---------------------------------------------------------------*
       9600-PTNJRNL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PTNJRNL-FILE
           IF  PTNJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PARTNER JOURNAL'
               MOVE PTNJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the settlement was written.
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
