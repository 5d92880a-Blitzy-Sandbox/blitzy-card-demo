      ******************************************************************
      * Program     : CBSTL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly settlement-offer processing: credit the
      *               day's posted payments to open offers, write off
      *               and close settled accounts, and expire or break
      *               offers that were not kept.
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
      * CBSTL01C - Settlement Offer Processing (Batch, nightly,
      *            after CBTRN02C posting)
      *
      * Collections makes settlement-in-full offers on COSTL00C --
      * one SETTLE record (CVSTL01Y.cpy) per account. This job
      * follows each offer through to its end:
      *
      *   1. One pass over posted TRANSACT: each type 02
      *      payment processed on the run date is resolved to
      *      its account (token vault, then cross-reference --
      *      the path CBPTP01C uses) and credited to the
      *      account's pending or open offer. A returned payment
      *      (type 02 debit, CBNSF01C) takes the credit back.
      *   2. One pass over SETTLE. An approved offer whose
      *      payments cover the amount offered is SETTLED:
      *        - an account still on the books has what is left
      *          of its balance written off by a system-generated
      *          settlement write-off (type '07' category 0011,
      *          a credit for the remaining balance) on the
      *          TRANSACT side-file, so the CBGLJ01C journal
      *          extract books the forgiven balance through its
      *          GLMAP row the same way CBCHG01C's charge-off
      *          write-offs reach the GL, and the balance goes to
      *          zero;
      *        - a charged-off account's balance has already
      *          left the GL at charge-off, so no transaction is
      *          written: its recovery ledger row (CVRCV01Y.cpy)
      *          is closed out as settled and the unrecovered
      *          remainder is what was forgiven.
      *      Either way the account is closed (ACCT-CLOSE-RSN-
      *      SETTLED -- CBCBR01C reports it settled to the
      *      bureaus) and the amount forgiven is recorded on the
      *      offer for the CBACT09C year-end 1099-C extract.
      *      An offer not paid in full by its pay-by date
      *      EXPIRES, as does a pending offer never approved; a
      *      scheduled offer whose payments fall behind its
      *      installments (see CVSTL01Y.cpy) is BROKEN. Payments
      *      already received stay on the account as ordinary
      *      payments.
      *
      * The report (SETLRPT) lists every offer closed out
      * tonight with what was offered, received and forgiven,
      * followed by run totals.
      *
      * Files accessed:
      *   TRANFILE  - Posted transactions (KSDS, sequential
      *               read)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               TOKEN-ID alternate key for payments, by
      *               card number for the write-off token)
      *   XREFFILE  - Card cross-reference (KSDS, random read by
      *               card number and by alternate key
      *               FD-XREF-ACCT-ID)
      *   ACCTFILE  - Account master (KSDS, random I-O)
      *   RCVRLEDG  - Recovery ledger (KSDS, random I-O)
      *   SETTLE    - Settlement offers (KSDS, DYNAMIC I-O)
      *   TRANSACT  - Write-off transaction extract (sequential
      *               output, same side-file CBCHG01C writes)
      *   SETLRPT   - Settlement processing report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives via JCL PARM: the run date: PARM='2022-07-19'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSTL01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TRANFILE-IN: posted transaction master, read for the
      * day's payments. Separate from TRANSACT-FILE below, this
      * program's output side for the settlement write-offs --
      * the same split CBACT04C makes.
           SELECT TRANFILE-IN ASSIGN TO TRANFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRANIN-ID
                  FILE STATUS  IS TRANFILE-IN-STATUS.

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

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT RCVRLEDG-FILE ASSIGN TO RCVRLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RCVRLEDG-STATUS.

      * SETTLE: keyed reads in the payment pass, then a full
      * browse for the evaluation pass -- DYNAMIC serves both
           SELECT SETTLE-FILE ASSIGN TO SETTLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-SETL-ACCT-ID
                  FILE STATUS  IS SETTLE-STATUS.

           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS TRANFILE-STATUS.

           SELECT SETLRPT-FILE ASSIGN TO SETLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SETLRPT-STATUS.

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
      * FD for transaction master VSAM (370 bytes)
       FD  TRANFILE-IN.
       01  FD-TRANIN-REC.
           05 FD-TRANIN-ID                      PIC X(16).
           05 FD-TRANIN-DATA                    PIC X(354).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the recovery ledger VSAM (80 bytes)
       FD  RCVRLEDG-FILE.
       01  FD-RCVRLEDG-REC.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(69).

      * FD for the settlement offer VSAM (150 bytes)
       FD  SETTLE-FILE.
       01  FD-SETTLE-REC.
           05 FD-SETL-ACCT-ID                   PIC 9(11).
           05 FD-SETL-DATA                      PIC X(139).

      * FD for the write-off transaction extract (370 bytes)
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                       PIC X(16).
           05 FD-TRANS-DATA                     PIC X(354).

      * FD for the settlement processing report (132-byte print)
       FD  SETLRPT-FILE.
       01  FD-SETLRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVTRA05Y: 370-byte transaction record -- the posted
      * payment on input, the settlement write-off on output
       COPY CVTRA05Y.
       01  TRANFILE-IN-STATUS.
           05  TRANFILE-IN-STAT1   PIC X.
           05  TRANFILE-IN-STAT2   PIC X.
       01  TRANFILE-STATUS.
           05  TRANFILE-STAT1      PIC X.
           05  TRANFILE-STAT2      PIC X.

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

      * CVRCV01Y: 80-byte recovery ledger record
       COPY CVRCV01Y.
       01  RCVRLEDG-STATUS.
           05  RCVRLEDG-STAT1      PIC X.
           05  RCVRLEDG-STAT2      PIC X.

      * CVSTL01Y: 150-byte settlement offer record
       COPY CVSTL01Y.
       01  SETTLE-STATUS.
           05  SETTLE-STAT1        PIC X.
           05  SETTLE-STAT2        PIC X.

       01  SETLRPT-STATUS.
           05  SETLRPT-STAT1       PIC X.
           05  SETLRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBSTL01C'.
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
       01  WS-SETL-EOF             PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
      * Timestamp work areas for DB2-style formatting
      * T I M E S T A M P   D B 2  X(26)     EEEE-MM-DD-UU.MM.SS.HH0000
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

      * Run controls
       01 WS-MISC-VARS.
      * Run date as YYYYMMDD, for the installment date arithmetic
           05 WS-RUN-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-EXPIRY-YYYYMMDD        PIC 9(08) VALUE 0.
           05 WS-PAY-ACCT-ID            PIC 9(11) VALUE 0.
           05 WS-PAY-AMT                PIC S9(09)V99 VALUE 0.
      * The card token carried on the write-off transaction
           05 WS-CARD-TOKEN             PIC X(16) VALUE SPACES.
           05 WS-FORGIVEN-AMT           PIC S9(10)V99 VALUE 0.
           05 WS-RESULT-LABEL           PIC X(10) VALUE SPACES.
           05 WS-CLOSED-FLAG            PIC X(01) VALUE 'N'.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
      * Schedule check: days from the run date to the pay-by
      * date, the installments whose due dates have passed, and
      * what the payments must cover by now
           05 WS-DAYS-TO-EXPIRY         PIC S9(05) COMP-3 VALUE 0.
           05 WS-INST-IX                PIC 9(02) VALUE 0.
           05 WS-INST-PASSED            PIC 9(02) VALUE 0.
           05 WS-INST-DUE-DAYS          PIC S9(05) COMP-3 VALUE 0.
           05 WS-REQUIRED-AMT           PIC S9(10)V99 VALUE 0.

      * Generated transaction ID: 'ST' + YYYYMMDD + 6-digit
      * suffix, 16 bytes -- the ST prefix keeps settlement
      * write-off IDs distinct from CBCHG01C's 'CO' charge-off
      * IDs and CBACT04C's unprefixed IDs of the same night.
       01 WS-GEN-TRAN-ID.
           05 WS-GEN-TRAN-PFX           PIC X(02) VALUE 'ST'.
           05 WS-GEN-TRAN-DATE          PIC 9(08).
           05 WS-GEN-TRAN-SFX           PIC 9(06).

       01 WS-COUNTERS.
           05 WS-TRAN-READ              PIC 9(09) VALUE 0.
           05 WS-PAYMENT-COUNT          PIC 9(09) VALUE 0.
           05 WS-PAYMENT-APPLIED        PIC S9(11)V99 VALUE 0.
           05 WS-OFFER-READ             PIC 9(09) VALUE 0.
           05 WS-SETTLED-COUNT          PIC 9(09) VALUE 0.
           05 WS-WRITEOFF-COUNT         PIC 9(09) VALUE 0.
           05 WS-FORGIVEN-TOTAL         PIC S9(11)V99 VALUE 0.
           05 WS-EXPIRED-COUNT          PIC 9(09) VALUE 0.
           05 WS-BROKEN-COUNT           PIC 9(09) VALUE 0.
           05 WS-STILL-OPEN-COUNT       PIC 9(09) VALUE 0.

      * Settlement report lines (sole-writer convention)
       01 WS-STL-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'SETTLEMENT OFFER PROCESSING'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE: '.
           05 WS-STL-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-STL-RPT-SECTION.
           05 WS-STL-RPT-SECTION-TXT    PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-STL-RPT-DTL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'ACCOUNT      PAY-BY DATE      BALANCE       OFFERED
      -       '   RECEIVED      FORGIVEN  RESULT      APPROVER'.
       01 WS-STL-RPT-DETAIL.
           05 WS-STL-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-EXPIRY         PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-BAL            PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-OFFER          PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-RCVD           PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-FORGIVEN       PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-RESULT         PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-STL-RPT-APPROVER       PIC X(08).
           05 FILLER                    PIC X(29) VALUE SPACES.
       01 WS-STL-RPT-TOTAL-LINE.
           05 WS-STL-RPT-TOT-LABEL      PIC X(30).
           05 WS-STL-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-STL-RPT-AMT-LINE.
           05 WS-STL-RPT-AMT-LABEL      PIC X(30).
           05 WS-STL-RPT-AMT            PIC -(11)9.99.
           05 FILLER                    PIC X(87) VALUE SPACES.
       01 WS-STL-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the run (posting) date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: credit payments, then close out the offers.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSTL01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-RUN-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-RUN-YYYYMMDD(7:2)
           PERFORM 0000-TRANFILE-IN-OPEN.
           PERFORM 0100-TOKNVLT-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0400-RCVRLEDG-OPEN.
           PERFORM 0500-SETTLE-OPEN.
           PERFORM 0600-TRANFILE-OPEN.
           PERFORM 0700-SETLRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE TO WS-STL-RPT-DATE
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-HEADER
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-BLANK

      * Pass 1: the day's posted payments onto the offers
           PERFORM 1000-TRANSACT-STEP
              UNTIL END-OF-FILE = 'Y'.

      * Pass 2: settle, expire or break the offers
           MOVE 'OFFERS CLOSED OUT TONIGHT' TO WS-STL-RPT-SECTION-TXT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-SECTION
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-DTL-HDR
           MOVE ZEROS TO FD-SETL-ACCT-ID
           MOVE 'N' TO WS-SETL-EOF
           START SETTLE-FILE KEY IS NOT LESS THAN FD-SETL-ACCT-ID
               INVALID KEY
                  MOVE 'Y' TO WS-SETL-EOF
           END-START
           PERFORM 2000-EVALUATE-NEXT-OFFER
              THRU 2000-EVALUATE-NEXT-OFFER-EXIT
              UNTIL WS-SETL-EOF = 'Y'.

           PERFORM 3000-PRINT-TOTALS.

           PERFORM 9000-TRANFILE-IN-CLOSE.
           PERFORM 9100-TOKNVLT-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-RCVRLEDG-CLOSE.
           PERFORM 9500-SETTLE-CLOSE.
           PERFORM 9600-TRANFILE-CLOSE.
           PERFORM 9700-SETLRPT-CLOSE.

           DISPLAY 'PAYMENTS CREDITED      :' WS-PAYMENT-COUNT
           DISPLAY 'OFFERS READ            :' WS-OFFER-READ
           DISPLAY 'OFFERS SETTLED         :' WS-SETTLED-COUNT
           DISPLAY 'WRITE-OFFS GENERATED   :' WS-WRITEOFF-COUNT
           DISPLAY 'BALANCE FORGIVEN       :' WS-FORGIVEN-TOTAL
           DISPLAY 'OFFERS EXPIRED         :' WS-EXPIRED-COUNT
           DISPLAY 'OFFERS BROKEN          :' WS-BROKEN-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSTL01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One step of the transaction pass: a payment processed on
      * the run date is credited to its account's offer.
      *---------------------------------------------------------------*
       1000-TRANSACT-STEP.
           READ TRANFILE-IN NEXT RECORD INTO TRAN-RECORD
           IF TRANFILE-IN-STATUS = '00'
              ADD 1 TO WS-TRAN-READ
              IF TRAN-PROC-TS(1:10) = PARM-DATE
                 AND TRAN-TYPE-CD = '02'
                 AND TRAN-AMT NOT = ZERO
                 PERFORM 1100-CREDIT-PAYMENT
                    THRU 1100-CREDIT-PAYMENT-EXIT
              END-IF
           ELSE
              IF TRANFILE-IN-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING TRANSACTION FILE'
                 MOVE TRANFILE-IN-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Resolves the payment's account and, when the account has
      * a pending or open offer made on or before the run date,
      * adds the payment to what the offer has received -- or,
      * for a returned payment (a debit), takes it back off.
      * Posted records carry the vault token in TRAN-CARD-NUM; a
      * pre-vault record carries the real card number.
      *---------------------------------------------------------------*
       1100-CREDIT-PAYMENT.
           MOVE TRAN-CARD-NUM TO FD-TKV-TOKEN-ID
           READ TOKNVLT-FILE
            KEY IS FD-TKV-TOKEN-ID
              INVALID KEY
                 MOVE TRAN-CARD-NUM TO FD-XREF-CARD-NUM
              NOT INVALID KEY
                 MOVE FD-TKV-CARD-NUM TO FD-XREF-CARD-NUM
           END-READ
           READ XREF-FILE INTO CARD-XREF-RECORD
              INVALID KEY
                 GO TO 1100-CREDIT-PAYMENT-EXIT
           END-READ
           MOVE XREF-ACCT-ID TO WS-PAY-ACCT-ID

           MOVE WS-PAY-ACCT-ID TO FD-SETL-ACCT-ID
           READ SETTLE-FILE INTO SETTLEMENT-OFFER-RECORD
            KEY IS FD-SETL-ACCT-ID
              INVALID KEY
                 GO TO 1100-CREDIT-PAYMENT-EXIT
           END-READ
           IF  NOT SETL-STATUS-LIVE
               OR SETL-OFFER-DATE > PARM-DATE
               GO TO 1100-CREDIT-PAYMENT-EXIT
           END-IF

           ADD 1 TO WS-PAYMENT-COUNT
           IF  TRAN-AMT < ZERO
               COMPUTE WS-PAY-AMT = ZERO - TRAN-AMT
               ADD WS-PAY-AMT TO SETL-RECEIVED-AMT
               ADD WS-PAY-AMT TO WS-PAYMENT-APPLIED
           ELSE
               MOVE TRAN-AMT TO WS-PAY-AMT
               IF  WS-PAY-AMT > SETL-RECEIVED-AMT
                   MOVE SETL-RECEIVED-AMT TO WS-PAY-AMT
               END-IF
               SUBTRACT WS-PAY-AMT FROM SETL-RECEIVED-AMT
               SUBTRACT WS-PAY-AMT FROM WS-PAYMENT-APPLIED
           END-IF
           PERFORM 1950-SETTLE-REWRITE
           .
       1100-CREDIT-PAYMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next offer in key order.
      *---------------------------------------------------------------*
       1900-SETTLE-GET-NEXT.
           READ SETTLE-FILE NEXT RECORD INTO SETTLEMENT-OFFER-RECORD
           IF  SETTLE-STATUS = '00'
               CONTINUE
           ELSE
               IF  SETTLE-STATUS = '10'
                   MOVE 'Y' TO WS-SETL-EOF
               ELSE
                   DISPLAY 'ERROR READING SETTLEMENT OFFER FILE'
                   MOVE SETTLE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the offer just read.
      *---------------------------------------------------------------*
       1950-SETTLE-REWRITE.
           REWRITE FD-SETTLE-REC FROM SETTLEMENT-OFFER-RECORD
           IF  SETTLE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING SETTLEMENT OFFER FILE'
               MOVE SETTLE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2, one offer: an approved offer paid in full is
      * settled; one past its pay-by date expires; a schedule
      * behind its installments breaks. A pending offer that was
      * never approved expires at its pay-by date. Anything else
      * stays as it stands.
      *---------------------------------------------------------------*
       2000-EVALUATE-NEXT-OFFER.
           PERFORM 1900-SETTLE-GET-NEXT
           IF  WS-SETL-EOF = 'Y'
               GO TO 2000-EVALUATE-NEXT-OFFER-EXIT
           END-IF
           ADD 1 TO WS-OFFER-READ
           IF  NOT SETL-STATUS-LIVE
               GO TO 2000-EVALUATE-NEXT-OFFER-EXIT
           END-IF

           MOVE 'N'  TO WS-CLOSED-FLAG
           MOVE ZERO TO WS-FORGIVEN-AMT
           EVALUATE TRUE
               WHEN SETL-STATUS-APPROVED
                    AND SETL-RECEIVED-AMT >= SETL-OFFER-AMT
                   PERFORM 2100-SETTLE-ACCOUNT
                      THRU 2100-SETTLE-ACCOUNT-EXIT
               WHEN SETL-EXPIRY-DATE < PARM-DATE
                   SET SETL-STATUS-EXPIRED TO TRUE
                   MOVE 'EXPIRED'    TO WS-RESULT-LABEL
                   MOVE 'Y' TO WS-CLOSED-FLAG
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN SETL-STATUS-APPROVED
                    AND SETL-PLAN-SCHEDULE
                   PERFORM 2200-CHECK-SCHEDULE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF  WS-CLOSED-FLAG = 'Y'
               MOVE PARM-DATE       TO SETL-CLOSE-DATE
               PERFORM 1950-SETTLE-REWRITE
               MOVE SETL-ACCT-ID         TO WS-STL-RPT-ACCT
               MOVE SETL-EXPIRY-DATE     TO WS-STL-RPT-EXPIRY
               MOVE SETL-BAL-AT-OFFER    TO WS-STL-RPT-BAL
               MOVE SETL-OFFER-AMT       TO WS-STL-RPT-OFFER
               MOVE SETL-RECEIVED-AMT    TO WS-STL-RPT-RCVD
               MOVE SETL-FORGIVEN-AMT    TO WS-STL-RPT-FORGIVEN
               MOVE WS-RESULT-LABEL      TO WS-STL-RPT-RESULT
               MOVE SETL-APPROVER-USR-ID TO WS-STL-RPT-APPROVER
               WRITE FD-SETLRPT-REC FROM WS-STL-RPT-DETAIL
           ELSE
               ADD 1 TO WS-STILL-OPEN-COUNT
           END-IF
           .
       2000-EVALUATE-NEXT-OFFER-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * An offer paid in full: forgives what is left of the
      * balance and closes the account. An account still on the
      * books gets a settlement write-off transaction for its
      * remaining balance; a charged-off account has its
      * recovery ledger row closed out instead, its balance
      * having left the GL at charge-off. An offer whose account
      * is missing is left open and reported for investigation.
      *---------------------------------------------------------------*
       2100-SETTLE-ACCOUNT.
           MOVE SETL-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 DISPLAY 'SETTLED OFFER ACCOUNT NOT FOUND: '
                    SETL-ACCT-ID
                 GO TO 2100-SETTLE-ACCOUNT-EXIT
           END-READ

           IF  ACCT-IS-CHARGED-OFF
               MOVE ACCT-ID TO FD-RCV-ACCT-ID
               READ RCVRLEDG-FILE INTO RECOVERY-LEDGER-RECORD
                  INVALID KEY
                     DISPLAY 'SETTLED OFFER LEDGER NOT FOUND: '
                        ACCT-ID
                     GO TO 2100-SETTLE-ACCOUNT-EXIT
               END-READ
               IF  RCV-STATUS-OPEN
                   COMPUTE WS-FORGIVEN-AMT =
                      RCV-ORIG-BAL - RCV-RECOVERED-AMT
                   SET RCV-STATUS-SETTLED TO TRUE
                   PERFORM 2400-REWRITE-LEDGER
               END-IF
           ELSE
               IF  ACCT-CURR-BAL > ZERO
                   MOVE ACCT-CURR-BAL TO WS-FORGIVEN-AMT
                   MOVE ACCT-ID       TO FD-XREF-ACCT-ID
                   PERFORM 2110-GET-XREF-DATA
                   PERFORM 2150-GET-CARD-TOKEN
                   PERFORM 2300-WRITE-WRITEOFF-TX
                   MOVE ZERO TO ACCT-CURR-BAL
               END-IF
           END-IF
           IF  WS-FORGIVEN-AMT < ZERO
               MOVE ZERO TO WS-FORGIVEN-AMT
           END-IF

           SET ACCT-STATUS-CLOSED      TO TRUE
           SET ACCT-CLOSE-RSN-SETTLED  TO TRUE
           MOVE PARM-DATE              TO ACCT-CLOSED-DATE
           PERFORM 2500-REWRITE-ACCOUNT

           SET SETL-STATUS-SETTLED     TO TRUE
           MOVE WS-FORGIVEN-AMT        TO SETL-FORGIVEN-AMT
           MOVE 'SETTLED'              TO WS-RESULT-LABEL
           MOVE 'Y'                    TO WS-CLOSED-FLAG
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-FORGIVEN-AMT TO WS-FORGIVEN-TOTAL
           .
       2100-SETTLE-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the cross-reference by account alternate key.
      * Abends if missing -- a settlement with no card linkage
      * cannot book its write-off transaction.
      *---------------------------------------------------------------*
       2110-GET-XREF-DATA.
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  DISPLAY 'SETTLEMENT XREF NOT FOUND: '
                     FD-XREF-ACCT-ID
                  PERFORM 9999-ABEND-PROGRAM
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Fetches the card's vault token for the write-off
      * transaction. A card not yet in the vault falls back to
      * the real number, same as CBCHG01C's write-offs.
      *---------------------------------------------------------------*
       2150-GET-CARD-TOKEN.
           MOVE XREF-CARD-NUM TO FD-TKV-CARD-NUM
           READ TOKNVLT-FILE
               INVALID KEY
                  MOVE XREF-CARD-NUM TO WS-CARD-TOKEN
               NOT INVALID KEY
                  MOVE FD-TKV-TOKEN-ID TO WS-CARD-TOKEN
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * A scheduled offer still inside its pay-by date: counts
      * the installments whose due dates have passed and breaks
      * the offer when the payments received do not cover them.
      * Installment k of n falls due 30 * (n - k) days before the
      * pay-by date.
      *---------------------------------------------------------------*
       2200-CHECK-SCHEDULE.
           MOVE SETL-EXPIRY-DATE(1:4) TO WS-EXPIRY-YYYYMMDD(1:4)
           MOVE SETL-EXPIRY-DATE(6:2) TO WS-EXPIRY-YYYYMMDD(5:2)
           MOVE SETL-EXPIRY-DATE(9:2) TO WS-EXPIRY-YYYYMMDD(7:2)
           COMPUTE WS-DAYS-TO-EXPIRY =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
           MOVE ZERO TO WS-INST-PASSED
           PERFORM 2210-COUNT-PASSED-INSTALLMENT
              VARYING WS-INST-IX FROM 1 BY 1
              UNTIL WS-INST-IX > SETL-INSTALL-COUNT
           IF  WS-INST-PASSED > ZERO
               COMPUTE WS-REQUIRED-AMT ROUNDED =
                   SETL-OFFER-AMT * WS-INST-PASSED
                                  / SETL-INSTALL-COUNT
               IF  SETL-RECEIVED-AMT < WS-REQUIRED-AMT
                   SET SETL-STATUS-BROKEN TO TRUE
                   MOVE 'BROKEN'     TO WS-RESULT-LABEL
                   MOVE 'Y' TO WS-CLOSED-FLAG
                   ADD 1 TO WS-BROKEN-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts installment WS-INST-IX when its due date is before
      * the run date.
      *---------------------------------------------------------------*
       2210-COUNT-PASSED-INSTALLMENT.
           COMPUTE WS-INST-DUE-DAYS = WS-DAYS-TO-EXPIRY
                 - (30 * (SETL-INSTALL-COUNT - WS-INST-IX))
           IF  WS-INST-DUE-DAYS < ZERO
               MOVE WS-INST-IX TO WS-INST-PASSED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Builds and writes the system-generated settlement
      * write-off: type '07' category 0011, a credit for the
      * balance forgiven, so it leaves the receivable through
      * its GLMAP journal row. Mirrors CBCHG01C's
      * 2300-WRITE-WRITEOFF-TX. Abends on write failure.
      *---------------------------------------------------------------*
       2300-WRITE-WRITEOFF-TX.
           ADD 1 TO WS-TRANID-SUFFIX
           MOVE WS-RUN-YYYYMMDD  TO WS-GEN-TRAN-DATE
           MOVE WS-TRANID-SUFFIX TO WS-GEN-TRAN-SFX
           MOVE WS-GEN-TRAN-ID   TO TRAN-ID.

           MOVE '07'                 TO TRAN-TYPE-CD
           MOVE '0011'               TO TRAN-CAT-CD
           MOVE 'System'             TO TRAN-SOURCE
           STRING 'Settlement a/c ' ,
                  ACCT-ID
                  DELIMITED BY SIZE
            INTO TRAN-DESC
           END-STRING
           COMPUTE TRAN-AMT = WS-FORGIVEN-AMT * -1
           MOVE 0                    TO TRAN-MERCHANT-ID
           MOVE SPACES               TO TRAN-MERCHANT-NAME
           MOVE SPACES               TO TRAN-MERCHANT-CITY
           MOVE SPACES               TO TRAN-MERCHANT-ZIP
           MOVE WS-CARD-TOKEN        TO TRAN-CARD-NUM
           PERFORM Z-GET-DB2-FORMAT-TIMESTAMP
           MOVE DB2-FORMAT-TS        TO TRAN-ORIG-TS
           MOVE DB2-FORMAT-TS        TO TRAN-PROC-TS
           MOVE 'N'                  TO TRAN-CARD-PRESENT
           MOVE ACCT-CURRENCY-CD     TO TRAN-CURRENCY-CD

           WRITE FD-TRANFILE-REC FROM TRAN-RECORD
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               ADD 1 TO WS-WRITEOFF-COUNT
           ELSE
               DISPLAY 'ERROR WRITING TRANSACTION RECORD'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Persists the settled recovery ledger row. Abends on
      * failure.
      *---------------------------------------------------------------*
       2400-REWRITE-LEDGER.
           REWRITE FD-RCVRLEDG-REC FROM RECOVERY-LEDGER-RECORD
           IF  RCVRLEDG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR RE-WRITING RECOVERY LEDGER'
               MOVE RCVRLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Persists the closed account. Abends on failure.
      *---------------------------------------------------------------*
       2500-REWRITE-ACCOUNT.
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR RE-WRITING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the run totals at the foot of the report.
      *---------------------------------------------------------------*
       3000-PRINT-TOTALS.
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-BLANK
           MOVE 'RUN TOTALS' TO WS-STL-RPT-SECTION-TXT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-SECTION
           MOVE 'PAYMENTS CREDITED TO OFFERS :' TO WS-STL-RPT-TOT-LABEL
           MOVE WS-PAYMENT-COUNT TO WS-STL-RPT-TOT-COUNT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-TOTAL-LINE
           MOVE 'NET PAYMENT AMOUNT CREDITED :' TO WS-STL-RPT-AMT-LABEL
           MOVE WS-PAYMENT-APPLIED TO WS-STL-RPT-AMT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-AMT-LINE
           MOVE 'OFFERS SETTLED              :' TO WS-STL-RPT-TOT-LABEL
           MOVE WS-SETTLED-COUNT TO WS-STL-RPT-TOT-COUNT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-TOTAL-LINE
           MOVE 'SETTLEMENT WRITE-OFFS       :' TO WS-STL-RPT-TOT-LABEL
           MOVE WS-WRITEOFF-COUNT TO WS-STL-RPT-TOT-COUNT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-TOTAL-LINE
           MOVE 'BALANCE FORGIVEN            :' TO WS-STL-RPT-AMT-LABEL
           MOVE WS-FORGIVEN-TOTAL TO WS-STL-RPT-AMT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-AMT-LINE
           MOVE 'OFFERS EXPIRED              :' TO WS-STL-RPT-TOT-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-STL-RPT-TOT-COUNT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-TOTAL-LINE
           MOVE 'OFFERS BROKEN               :' TO WS-STL-RPT-TOT-LABEL
           MOVE WS-BROKEN-COUNT TO WS-STL-RPT-TOT-COUNT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-TOTAL-LINE
           MOVE 'OFFERS STILL OPEN           :' TO WS-STL-RPT-TOT-LABEL
           MOVE WS-STILL-OPEN-COUNT TO WS-STL-RPT-TOT-COUNT
           WRITE FD-SETLRPT-REC FROM WS-STL-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0000-TRANFILE-IN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TRANFILE-IN
           IF  TRANFILE-IN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-IN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the token vault for random read.
      *---------------------------------------------------------------*
       0100-TOKNVLT-OPEN.
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
      * Opens the cross-reference for random read.
      *---------------------------------------------------------------*
       0200-XREFFILE-OPEN.
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
      * Opens the account master for random I-O.
      *---------------------------------------------------------------*
       0300-ACCTFILE-OPEN.
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
      * Opens the recovery ledger for random I-O.
      *---------------------------------------------------------------*
       0400-RCVRLEDG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O RCVRLEDG-FILE
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
      * Opens the settlement offers for dynamic I-O.
      *---------------------------------------------------------------*
       0500-SETTLE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O SETTLE-FILE
           IF  SETTLE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SETTLEMENT OFFER FILE'
               MOVE SETTLE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the write-off transaction extract for output.
      *---------------------------------------------------------------*
       0600-TRANFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TRANSACTION EXTRACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the settlement report for output.
      *---------------------------------------------------------------*
       0700-SETLRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT SETLRPT-FILE
           IF  SETLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SETTLEMENT REPORT'
               MOVE SETLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the transaction master.
      *---------------------------------------------------------------*
       9000-TRANFILE-IN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TRANFILE-IN
           IF  TRANFILE-IN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TRANSACTION FILE'
               MOVE TRANFILE-IN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the token vault.
      *---------------------------------------------------------------*
       9100-TOKNVLT-CLOSE.
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
      * Closes the cross-reference.
      *---------------------------------------------------------------*
       9200-XREFFILE-CLOSE.
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
      * Closes the recovery ledger.
      *---------------------------------------------------------------*
       9400-RCVRLEDG-CLOSE.
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
      * Closes the settlement offers.
      *---------------------------------------------------------------*
       9500-SETTLE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE SETTLE-FILE
           IF  SETTLE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SETTLEMENT OFFER FILE'
               MOVE SETTLE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the write-off transaction extract.
      *---------------------------------------------------------------*
       9600-TRANFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING TRANSACTION EXTRACT'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the settlement report.
      *---------------------------------------------------------------*
       9700-SETLRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE SETLRPT-FILE
           IF  SETLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING SETTLEMENT REPORT'
               MOVE SETLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the settlement processing itself completed.
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
      * offers-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-OFFER-READ               TO BATCH-RECORD-COUNT
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
      * Formats the current date/time as a DB2-style timestamp
      * for the generated transaction.
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
           MOVE '0000'   TO DB2-REST
           MOVE '-' TO DB2-STREEP-1 DB2-STREEP-2 DB2-STREEP-3
           MOVE '.' TO DB2-DOT-1 DB2-DOT-2 DB2-DOT-3
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
