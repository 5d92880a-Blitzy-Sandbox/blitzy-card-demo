      ******************************************************************
      * Program     : CBPTP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly promise-to-pay evaluation: credit the
      *               day's posted payments to open promises, mark
      *               each promise kept, partially kept or broken,
      *               and report promise performance by collector.
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
      * CBPTP01C - Promise-to-Pay Evaluation (Batch, nightly,
      *            after CBTRN02C posting)
      *
      * Collectors take promises on COCOL01C -- one PROMISE
      * record (CVPTP01Y.cpy) per promised amount and date.
      * This job settles them against what the customer
      * actually paid:
      *
      *   1. One pass over posted TRANSACT: each type 02
      *      payment processed on the run date is resolved to
      *      its account (token vault, then cross-reference --
      *      the path CBALP01C uses) and credited to the
      *      account's open promises, earliest due date first,
      *      up to each promise's amount. A returned payment
      *      (type 02 debit, CBNSF01C) takes the credit back
      *      off the same open promises.
      *   2. One pass over PROMISE: an open promise paid in
      *      full is KEPT; one whose due date has passed is
      *      PARTIALLY KEPT when something was paid toward it
      *      and BROKEN when nothing was. A short or broken
      *      promise breaks the whole arrangement: the account's
      *      later open promises are CANCELLED. Every promise on
      *      file counts toward its collector's performance.
      *   3. One pass over COLLWQ (CVCOL01Y.cpy) carries each
      *      account's standing onto its queue record:
      *        still open      -> CWQ-PTP-STATUS 'O', held off
      *                           the COCOL00C list and the
      *                           CBDLR01C dialer extract
      *        broken or short -> 'B', and the record is
      *                           re-keyed to sort ahead of its
      *                           stage (CWQ-SORT-STAGE = 5 -
      *                           stage) so it is worked first
      *        all kept        -> cleared, back in the queue in
      *                           its normal place
      *
      * The report (PTPRPT) lists the promises settled tonight
      * and the promise performance of each collector over all
      * promises on file: taken, open, kept, partially kept,
      * broken and cancelled, amounts promised and collected,
      * and the kept rate (kept over promises settled as kept,
      * partial or broken).
      *
      * Files accessed:
      *   TRANSACT  - Posted transactions (KSDS, sequential
      *               read)
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               TOKEN-ID alternate key)
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   PROMISE   - Promises to pay (KSDS, DYNAMIC I-O)
      *   COLLWQ    - Collections work queue (KSDS, DYNAMIC I-O)
      *   PTPRPT    - Promise evaluation report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives via JCL PARM: the run date: PARM='2022-07-19'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBPTP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACT-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-TRANS-ID
                  FILE STATUS  IS TRANFILE-STATUS.

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
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT PROMISE-FILE ASSIGN TO PROMISE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-PTP-KEY
                  FILE STATUS  IS PROMISE-STATUS.

           SELECT COLLWQ-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CWQ-KEY
                  FILE STATUS  IS COLLWQ-STATUS.

           SELECT PTPRPT-FILE ASSIGN TO PTPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS PTPRPT-STATUS.

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
       FD  TRANSACT-FILE.
       01  FD-TRANFILE-REC.
           05 FD-TRANS-ID                       PIC X(16).
           05 FD-TRANS-DATA                     PIC X(354).

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
           05 FD-XREF-DATA                      PIC X(34).

      * FD for the promise-to-pay VSAM (100 bytes)
       FD  PROMISE-FILE.
       01  FD-PROMISE-REC.
           05 FD-PTP-KEY                        PIC X(21).
           05 FD-PTP-DATA                       PIC X(79).

      * FD for the collections work queue VSAM (90 bytes)
       FD  COLLWQ-FILE.
       01  FD-COLLWQ-REC.
           05 FD-CWQ-KEY                        PIC X(24).
           05 FD-CWQ-DATA                       PIC X(66).

      * FD for the promise evaluation report (132-byte print)
       FD  PTPRPT-FILE.
       01  FD-PTPRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVTRA05Y: 370-byte posted transaction master record
       COPY CVTRA05Y.
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

      * CVPTP01Y: 100-byte promise-to-pay record
       COPY CVPTP01Y.
       01  PROMISE-STATUS.
           05  PROMISE-STAT1       PIC X.
           05  PROMISE-STAT2       PIC X.

      * CVCOL01Y: 90-byte collections work-queue record
       COPY CVCOL01Y.
       01  COLLWQ-STATUS.
           05  COLLWQ-STAT1        PIC X.
           05  COLLWQ-STAT2        PIC X.

       01  PTPRPT-STATUS.
           05  PTPRPT-STAT1        PIC X.
           05  PTPRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBPTP01C'.
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
       01  WS-PTP-EOF              PIC X(01)    VALUE 'N'.
       01  WS-CWQ-EOF              PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Run controls
       01 WS-MISC-VARS.
      * Run date as YYYYMMDD, to compare with PTP-CREATED-TS
           05 WS-RUN-YYYYMMDD           PIC X(08) VALUE SPACES.
           05 WS-PAY-ACCT-ID            PIC 9(11) VALUE 0.
           05 WS-PAY-REMAIN             PIC S9(09)V99 VALUE 0.
           05 WS-PTP-OWED               PIC S9(09)V99 VALUE 0.
           05 WS-PTP-CREDIT             PIC S9(09)V99 VALUE 0.
      * Account being settled in pass 2 and what was found
           05 WS-CURR-ACCT-ID           PIC 9(11) VALUE 0.
           05 WS-ACCT-OPEN-FLAG         PIC X(01) VALUE 'N'.
           05 WS-ACCT-BROKEN-FLAG       PIC X(01) VALUE 'N'.
           05 WS-ACCT-KEPT-FLAG         PIC X(01) VALUE 'N'.
           05 WS-SETTLED-FLAG           PIC X(01) VALUE 'N'.
           05 WS-RESULT-LABEL           PIC X(10) VALUE SPACES.
           05 WS-NEW-SORT-STAGE         PIC 9(01) VALUE 0.
           05 WS-KEPT-PCT               PIC 9(03)V9 VALUE 0.
           05 WS-SETTLED-TOTAL          PIC 9(07) VALUE 0.

      * Account standings from pass 2 for the queue pass: one
      * entry per account with an open promise or a promise
      * settled tonight. Same fixed OCCURS/linear-SEARCH idiom
      * as CBACT04C's WS-CONTACT-TABLE.
       01 WS-DISP-TABLE.
           05 WS-DISP-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
           05 WS-DISP-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-DISP-IDX.
              10 WS-DISP-ACCT-ID        PIC 9(11).
              10 WS-DISP-PTP-STATUS     PIC X(01).

      * Collector performance over every promise on file
       01 WS-COLL-TABLE.
           05 WS-COLL-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
           05 WS-COLL-ENTRY OCCURS 200 TIMES
                            INDEXED BY WS-COLL-IDX.
              10 WS-COLL-USR-ID         PIC X(08).
              10 WS-COLL-TAKEN          PIC 9(07).
              10 WS-COLL-OPEN           PIC 9(07).
              10 WS-COLL-KEPT           PIC 9(07).
              10 WS-COLL-PARTIAL        PIC 9(07).
              10 WS-COLL-BROKEN         PIC 9(07).
              10 WS-COLL-CANCELLED      PIC 9(07).
              10 WS-COLL-PROMISED-AMT   PIC S9(11)V99.
              10 WS-COLL-PAID-AMT       PIC S9(11)V99.

       01 WS-COUNTERS.
           05 WS-TRAN-READ              PIC 9(09) VALUE 0.
           05 WS-PAYMENT-COUNT          PIC 9(09) VALUE 0.
           05 WS-PAYMENT-APPLIED        PIC S9(11)V99 VALUE 0.
           05 WS-PROMISE-READ           PIC 9(09) VALUE 0.
           05 WS-KEPT-COUNT             PIC 9(09) VALUE 0.
           05 WS-PARTIAL-COUNT          PIC 9(09) VALUE 0.
           05 WS-BROKEN-COUNT           PIC 9(09) VALUE 0.
           05 WS-CANCELLED-COUNT        PIC 9(09) VALUE 0.
           05 WS-STILL-OPEN-COUNT       PIC 9(09) VALUE 0.
           05 WS-REQUEUE-COUNT          PIC 9(09) VALUE 0.
           05 WS-RELEASE-COUNT          PIC 9(09) VALUE 0.
           05 WS-HOLD-COUNT             PIC 9(09) VALUE 0.

      * Evaluation report lines (sole-writer convention)
       01 WS-PTP-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'PROMISE-TO-PAY EVALUATION'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE: '.
           05 WS-PTP-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-PTP-RPT-SECTION.
           05 WS-PTP-RPT-SECTION-TXT    PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-PTP-RPT-DTL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'ACCOUNT      DUE DATE        PROMISED          PAID  R
      -       'ESULT      COLLECTOR'.
       01 WS-PTP-RPT-DETAIL.
           05 WS-PTP-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTP-RPT-DUE            PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTP-RPT-AMT            PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTP-RPT-PAID           PIC Z(08)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-PTP-RPT-RESULT         PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-USR            PIC X(08).
           05 FILLER                    PIC X(62) VALUE SPACES.
       01 WS-PTP-RPT-COLL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'COLLECTOR   TAKEN    OPEN    KEPT PARTIAL  BROKEN  CANC
      -       'EL      PROMISED AMT     COLLECTED AMT  KEPT PCT'.
       01 WS-PTP-RPT-COLL-LINE.
           05 WS-PTP-RPT-C-USR          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-TAKEN        PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-OPEN         PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-KEPT         PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-PARTIAL      PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-BROKEN       PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-CANCEL       PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-PTP-RPT-C-PROMISED     PIC Z(10)9.99.
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-PTP-RPT-C-PAID         PIC Z(10)9.99.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-PTP-RPT-C-PCT          PIC ZZ9.9.
           05 FILLER                    PIC X(34) VALUE SPACES.
       01 WS-PTP-RPT-TOTAL-LINE.
           05 WS-PTP-RPT-TOT-LABEL      PIC X(30).
           05 WS-PTP-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-PTP-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the run (posting) date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: credit payments, settle promises, update
      * the queue, print performance.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBPTP01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-RUN-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-RUN-YYYYMMDD(7:2)
           PERFORM 0000-TRANSACT-OPEN.
           PERFORM 0100-TOKNVLT-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-PROMISE-OPEN.
           PERFORM 0400-COLLWQ-OPEN.
           PERFORM 0500-PTPRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE TO WS-PTP-RPT-DATE
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-HEADER
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-BLANK

      * Pass 1: the day's posted payments onto open promises
           PERFORM 1000-TRANSACT-STEP
              UNTIL END-OF-FILE = 'Y'.

      * Pass 2: settle the promises, account by account
           MOVE 'PROMISES SETTLED TONIGHT' TO WS-PTP-RPT-SECTION-TXT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-SECTION
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-DTL-HDR
           MOVE LOW-VALUES TO FD-PTP-KEY
           MOVE 'N' TO WS-PTP-EOF
           START PROMISE-FILE KEY IS NOT LESS THAN FD-PTP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-PTP-EOF
           END-START
           MOVE ZEROS TO WS-CURR-ACCT-ID
           PERFORM 2000-SETTLE-NEXT-PROMISE
              UNTIL WS-PTP-EOF = 'Y'.
           IF  WS-CURR-ACCT-ID NOT = ZEROS
               PERFORM 2800-ACCOUNT-BREAK
           END-IF

      * Pass 3: carry the standings onto the work queue
           IF  WS-DISP-ENTRIES-USED > 0
               MOVE LOW-VALUES TO FD-CWQ-KEY
               MOVE 'N' TO WS-CWQ-EOF
               START COLLWQ-FILE KEY IS NOT LESS THAN FD-CWQ-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-CWQ-EOF
               END-START
               PERFORM 3000-UPDATE-NEXT-QUEUE-REC
                  THRU 3000-UPDATE-NEXT-QUEUE-REC-EXIT
                  UNTIL WS-CWQ-EOF = 'Y'
           END-IF

           PERFORM 4000-PRINT-COLLECTOR-PERFORMANCE.
           PERFORM 4500-PRINT-TOTALS.

           PERFORM 9000-TRANSACT-CLOSE.
           PERFORM 9100-TOKNVLT-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-PROMISE-CLOSE.
           PERFORM 9400-COLLWQ-CLOSE.
           PERFORM 9500-PTPRPT-CLOSE.

           DISPLAY 'PAYMENTS CREDITED      :' WS-PAYMENT-COUNT
           DISPLAY 'PROMISES KEPT          :' WS-KEPT-COUNT
           DISPLAY 'PROMISES PARTIAL       :' WS-PARTIAL-COUNT
           DISPLAY 'PROMISES BROKEN        :' WS-BROKEN-COUNT
           DISPLAY 'PROMISES CANCELLED     :' WS-CANCELLED-COUNT
           DISPLAY 'ACCOUNTS RE-QUEUED     :' WS-REQUEUE-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBPTP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One step of the transaction pass: a payment processed on
      * the run date is credited to its account's promises.
      *---------------------------------------------------------------*
       1000-TRANSACT-STEP.
           READ TRANSACT-FILE NEXT RECORD INTO TRAN-RECORD
           IF TRANFILE-STATUS = '00'
              ADD 1 TO WS-TRAN-READ
              IF TRAN-PROC-TS(1:10) = PARM-DATE
                 AND TRAN-TYPE-CD = '02'
                 AND TRAN-AMT NOT = ZERO
                 PERFORM 1100-CREDIT-PAYMENT
                    THRU 1100-CREDIT-PAYMENT-EXIT
              END-IF
           ELSE
              IF TRANFILE-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING TRANSACTION FILE'
                 MOVE TRANFILE-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Resolves the payment's account and walks its promises in
      * due-date order. A payment is a credit (negative amount):
      * its value is spread over the open promises, each up to
      * what it still lacks. A returned payment is a debit: its
      * value comes back off the open promises' paid amounts.
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
           IF  TRAN-AMT < ZERO
               COMPUTE WS-PAY-REMAIN = ZERO - TRAN-AMT
           ELSE
               MOVE TRAN-AMT TO WS-PAY-REMAIN
           END-IF

           MOVE WS-PAY-ACCT-ID TO PTP-ACCT-ID
           MOVE LOW-VALUES     TO PTP-DUE-DATE
           MOVE PTP-KEY        TO FD-PTP-KEY
           MOVE 'N' TO WS-PTP-EOF
           START PROMISE-FILE KEY IS NOT LESS THAN FD-PTP-KEY
               INVALID KEY
                  GO TO 1100-CREDIT-PAYMENT-EXIT
           END-START
           ADD 1 TO WS-PAYMENT-COUNT
           PERFORM 1200-APPLY-TO-PROMISE
              UNTIL WS-PTP-EOF = 'Y'
                 OR WS-PAY-REMAIN = ZERO
           .
       1100-CREDIT-PAYMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the account's next promise and, when it is open and
      * was taken on or before the run date, credits (or takes
      * back) what the payment has left.
      *---------------------------------------------------------------*
       1200-APPLY-TO-PROMISE.
           PERFORM 1900-PROMISE-GET-NEXT
           IF  WS-PTP-EOF = 'Y'
               CONTINUE
           ELSE
               IF  PTP-ACCT-ID NOT = WS-PAY-ACCT-ID
                   MOVE 'Y' TO WS-PTP-EOF
               ELSE
                   IF  PTP-STATUS-OPEN
                       AND PTP-CREATED-TS(1:8) <= WS-RUN-YYYYMMDD
                       IF  TRAN-AMT < ZERO
                           COMPUTE WS-PTP-OWED =
                              PTP-AMOUNT - PTP-PAID-AMT
                       ELSE
                           MOVE PTP-PAID-AMT TO WS-PTP-OWED
                       END-IF
                       IF  WS-PTP-OWED > ZERO
                           IF  WS-PAY-REMAIN < WS-PTP-OWED
                               MOVE WS-PAY-REMAIN TO WS-PTP-CREDIT
                           ELSE
                               MOVE WS-PTP-OWED   TO WS-PTP-CREDIT
                           END-IF
                           IF  TRAN-AMT < ZERO
                               ADD WS-PTP-CREDIT TO PTP-PAID-AMT
                               ADD WS-PTP-CREDIT TO WS-PAYMENT-APPLIED
                           ELSE
                               SUBTRACT WS-PTP-CREDIT FROM PTP-PAID-AMT
                               SUBTRACT WS-PTP-CREDIT
                                   FROM WS-PAYMENT-APPLIED
                           END-IF
                           SUBTRACT WS-PTP-CREDIT FROM WS-PAY-REMAIN
                           PERFORM 1950-PROMISE-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next promise in key order.
      *---------------------------------------------------------------*
       1900-PROMISE-GET-NEXT.
           READ PROMISE-FILE NEXT RECORD INTO PROMISE-TO-PAY-RECORD
           IF  PROMISE-STATUS = '00'
               CONTINUE
           ELSE
               IF  PROMISE-STATUS = '10'
                   MOVE 'Y' TO WS-PTP-EOF
               ELSE
                   DISPLAY 'ERROR READING PROMISE FILE'
                   MOVE PROMISE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the promise just read.
      *---------------------------------------------------------------*
       1950-PROMISE-REWRITE.
           REWRITE FD-PROMISE-REC FROM PROMISE-TO-PAY-RECORD
           IF  PROMISE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING PROMISE FILE'
               MOVE PROMISE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2, one promise: closes out the previous account on
      * an account change, settles the promise if it is open and
      * due (or paid), and counts it for its collector.
      *---------------------------------------------------------------*
       2000-SETTLE-NEXT-PROMISE.
           PERFORM 1900-PROMISE-GET-NEXT
           IF  WS-PTP-EOF = 'Y'
               CONTINUE
           ELSE
               ADD 1 TO WS-PROMISE-READ
               IF  PTP-ACCT-ID NOT = WS-CURR-ACCT-ID
                   IF  WS-CURR-ACCT-ID NOT = ZEROS
                       PERFORM 2800-ACCOUNT-BREAK
                   END-IF
                   MOVE PTP-ACCT-ID TO WS-CURR-ACCT-ID
                   MOVE 'N' TO WS-ACCT-OPEN-FLAG
                               WS-ACCT-BROKEN-FLAG
                               WS-ACCT-KEPT-FLAG
               END-IF
               IF  PTP-STATUS-OPEN
                   PERFORM 2100-SETTLE-OPEN-PROMISE
               END-IF
               PERFORM 2500-COUNT-FOR-COLLECTOR
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * An open promise: cancelled when an earlier promise of the
      * account was missed tonight, kept when paid in full,
      * partially kept or broken once its due date has passed,
      * otherwise still open.
      *---------------------------------------------------------------*
       2100-SETTLE-OPEN-PROMISE.
           MOVE 'Y' TO WS-SETTLED-FLAG
           EVALUATE TRUE
               WHEN WS-ACCT-BROKEN-FLAG = 'Y'
                   SET PTP-STATUS-CANCELLED TO TRUE
                   MOVE 'CANCELLED'  TO WS-RESULT-LABEL
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN PTP-PAID-AMT >= PTP-AMOUNT
                   SET PTP-STATUS-KEPT TO TRUE
                   MOVE 'KEPT'       TO WS-RESULT-LABEL
                   MOVE 'Y' TO WS-ACCT-KEPT-FLAG
                   ADD 1 TO WS-KEPT-COUNT
               WHEN PTP-DUE-DATE < PARM-DATE
                    AND PTP-PAID-AMT > ZERO
                   SET PTP-STATUS-PARTIAL TO TRUE
                   MOVE 'PARTIAL'    TO WS-RESULT-LABEL
                   MOVE 'Y' TO WS-ACCT-BROKEN-FLAG
                   ADD 1 TO WS-PARTIAL-COUNT
               WHEN PTP-DUE-DATE < PARM-DATE
                   SET PTP-STATUS-BROKEN TO TRUE
                   MOVE 'BROKEN'     TO WS-RESULT-LABEL
                   MOVE 'Y' TO WS-ACCT-BROKEN-FLAG
                   ADD 1 TO WS-BROKEN-COUNT
               WHEN OTHER
                   MOVE 'N' TO WS-SETTLED-FLAG
                   MOVE 'Y' TO WS-ACCT-OPEN-FLAG
                   ADD 1 TO WS-STILL-OPEN-COUNT
           END-EVALUATE
           IF  WS-SETTLED-FLAG = 'Y'
               MOVE PARM-DATE TO PTP-EVAL-DATE
               PERFORM 1950-PROMISE-REWRITE
               MOVE PTP-ACCT-ID     TO WS-PTP-RPT-ACCT
               MOVE PTP-DUE-DATE    TO WS-PTP-RPT-DUE
               MOVE PTP-AMOUNT      TO WS-PTP-RPT-AMT
               MOVE PTP-PAID-AMT    TO WS-PTP-RPT-PAID
               MOVE WS-RESULT-LABEL TO WS-PTP-RPT-RESULT
               MOVE PTP-USR-ID      TO WS-PTP-RPT-USR
               WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-DETAIL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Adds the promise, in whatever state it now stands, to its
      * collector's performance line.
      *---------------------------------------------------------------*
       2500-COUNT-FOR-COLLECTOR.
           SET WS-COLL-IDX TO 1
           SEARCH WS-COLL-ENTRY
              AT END
                 DISPLAY 'COLLECTOR TABLE FULL - '
                         PTP-USR-ID ' NOT COUNTED'
                 SET WS-COLL-IDX TO 0
              WHEN WS-COLL-IDX > WS-COLL-ENTRIES-USED
                 ADD 1 TO WS-COLL-ENTRIES-USED
                 SET WS-COLL-IDX TO WS-COLL-ENTRIES-USED
                 INITIALIZE WS-COLL-ENTRY (WS-COLL-IDX)
                 MOVE PTP-USR-ID TO WS-COLL-USR-ID (WS-COLL-IDX)
              WHEN WS-COLL-USR-ID (WS-COLL-IDX) = PTP-USR-ID
                 CONTINUE
           END-SEARCH
           IF  WS-COLL-IDX > 0
               ADD 1 TO WS-COLL-TAKEN (WS-COLL-IDX)
               ADD PTP-AMOUNT   TO WS-COLL-PROMISED-AMT (WS-COLL-IDX)
               ADD PTP-PAID-AMT TO WS-COLL-PAID-AMT (WS-COLL-IDX)
               EVALUATE TRUE
                   WHEN PTP-STATUS-OPEN
                       ADD 1 TO WS-COLL-OPEN (WS-COLL-IDX)
                   WHEN PTP-STATUS-KEPT
                       ADD 1 TO WS-COLL-KEPT (WS-COLL-IDX)
                   WHEN PTP-STATUS-PARTIAL
                       ADD 1 TO WS-COLL-PARTIAL (WS-COLL-IDX)
                   WHEN PTP-STATUS-BROKEN
                       ADD 1 TO WS-COLL-BROKEN (WS-COLL-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-COLL-CANCELLED (WS-COLL-IDX)
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Records the finished account's standing for the queue
      * pass: a miss tonight re-queues it ('B'), an open promise
      * holds it ('O'), and promises all kept tonight release it
      * (spaces). An account with nothing open and nothing
      * settled tonight is left as it stands.
      *---------------------------------------------------------------*
       2800-ACCOUNT-BREAK.
           IF  WS-ACCT-BROKEN-FLAG = 'Y'
               OR WS-ACCT-OPEN-FLAG = 'Y'
               OR WS-ACCT-KEPT-FLAG = 'Y'
               IF  WS-DISP-ENTRIES-USED < 1000
                   ADD 1 TO WS-DISP-ENTRIES-USED
                   SET WS-DISP-IDX TO WS-DISP-ENTRIES-USED
                   MOVE WS-CURR-ACCT-ID
                     TO WS-DISP-ACCT-ID (WS-DISP-IDX)
                   EVALUATE TRUE
                       WHEN WS-ACCT-BROKEN-FLAG = 'Y'
                           MOVE 'B'    TO WS-DISP-PTP-STATUS
                                                      (WS-DISP-IDX)
                       WHEN WS-ACCT-OPEN-FLAG = 'Y'
                           MOVE 'O'    TO WS-DISP-PTP-STATUS
                                                      (WS-DISP-IDX)
                       WHEN OTHER
                           MOVE SPACES TO WS-DISP-PTP-STATUS
                                                      (WS-DISP-IDX)
                   END-EVALUATE
               ELSE
                   DISPLAY 'STANDING TABLE FULL - ACCOUNT '
                           WS-CURR-ACCT-ID ' NOT CARRIED TO QUEUE'
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass 3, one queue record: applies the account's standing
      * when tonight's settlement produced one. A newly broken
      * promise moves the record ahead of its stage -- the sort
      * key changes, so the record is deleted and written back
      * under the new key, which sorts below the browse position
      * and is not met again in this pass.
      *---------------------------------------------------------------*
       3000-UPDATE-NEXT-QUEUE-REC.
           READ COLLWQ-FILE NEXT RECORD INTO COLLECT-WQ-RECORD
           IF  COLLWQ-STATUS = '10'
               MOVE 'Y' TO WS-CWQ-EOF
               GO TO 3000-UPDATE-NEXT-QUEUE-REC-EXIT
           END-IF
           IF  COLLWQ-STATUS NOT = '00'
               DISPLAY 'ERROR READING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           SET WS-DISP-IDX TO 1
           SEARCH WS-DISP-ENTRY
              AT END
                 GO TO 3000-UPDATE-NEXT-QUEUE-REC-EXIT
              WHEN WS-DISP-IDX > WS-DISP-ENTRIES-USED
                 GO TO 3000-UPDATE-NEXT-QUEUE-REC-EXIT
              WHEN WS-DISP-ACCT-ID (WS-DISP-IDX) = CWQ-ACCT-ID
                 CONTINUE
           END-SEARCH

           EVALUATE WS-DISP-PTP-STATUS (WS-DISP-IDX)
               WHEN 'B'
                   SET CWQ-PTP-BROKEN TO TRUE
                   ADD 1 TO WS-REQUEUE-COUNT
                   MOVE CWQ-DELINQ-STAGE TO WS-NEW-SORT-STAGE
                   COMPUTE WS-NEW-SORT-STAGE = 5 - WS-NEW-SORT-STAGE
                   IF  CWQ-SORT-STAGE NOT = WS-NEW-SORT-STAGE
                       DELETE COLLWQ-FILE RECORD
                       IF  COLLWQ-STATUS NOT = '00'
                           DISPLAY 'ERROR DELETING QUEUE RECORD'
                           MOVE COLLWQ-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       MOVE WS-NEW-SORT-STAGE TO CWQ-SORT-STAGE
                       WRITE FD-COLLWQ-REC FROM COLLECT-WQ-RECORD
                       IF  COLLWQ-STATUS NOT = '00'
                           DISPLAY 'ERROR RE-QUEUING ACCOUNT '
                                   CWQ-ACCT-ID
                           MOVE COLLWQ-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       GO TO 3000-UPDATE-NEXT-QUEUE-REC-EXIT
                   END-IF
               WHEN 'O'
                   IF  CWQ-PTP-OPEN
                       GO TO 3000-UPDATE-NEXT-QUEUE-REC-EXIT
                   END-IF
                   SET CWQ-PTP-OPEN TO TRUE
                   ADD 1 TO WS-HOLD-COUNT
               WHEN OTHER
                   IF  NOT CWQ-PTP-OPEN
                       GO TO 3000-UPDATE-NEXT-QUEUE-REC-EXIT
                   END-IF
                   SET CWQ-PTP-NONE TO TRUE
                   ADD 1 TO WS-RELEASE-COUNT
           END-EVALUATE
           REWRITE FD-COLLWQ-REC FROM COLLECT-WQ-RECORD
           IF  COLLWQ-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           .
       3000-UPDATE-NEXT-QUEUE-REC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Prints one performance line per collector.
      *---------------------------------------------------------------*
       4000-PRINT-COLLECTOR-PERFORMANCE.
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-BLANK
           MOVE 'PROMISE PERFORMANCE BY COLLECTOR - ALL PROMISES'
                                      TO WS-PTP-RPT-SECTION-TXT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-SECTION
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-COLL-HDR
           PERFORM 4100-PRINT-COLLECTOR-LINE
              VARYING WS-COLL-IDX FROM 1 BY 1
              UNTIL WS-COLL-IDX > WS-COLL-ENTRIES-USED
           EXIT.
       4100-PRINT-COLLECTOR-LINE.
           MOVE WS-COLL-USR-ID (WS-COLL-IDX)    TO WS-PTP-RPT-C-USR
           MOVE WS-COLL-TAKEN (WS-COLL-IDX)     TO WS-PTP-RPT-C-TAKEN
           MOVE WS-COLL-OPEN (WS-COLL-IDX)      TO WS-PTP-RPT-C-OPEN
           MOVE WS-COLL-KEPT (WS-COLL-IDX)      TO WS-PTP-RPT-C-KEPT
           MOVE WS-COLL-PARTIAL (WS-COLL-IDX)   TO WS-PTP-RPT-C-PARTIAL
           MOVE WS-COLL-BROKEN (WS-COLL-IDX)    TO WS-PTP-RPT-C-BROKEN
           MOVE WS-COLL-CANCELLED (WS-COLL-IDX) TO WS-PTP-RPT-C-CANCEL
           MOVE WS-COLL-PROMISED-AMT (WS-COLL-IDX)
                                             TO WS-PTP-RPT-C-PROMISED
           MOVE WS-COLL-PAID-AMT (WS-COLL-IDX)  TO WS-PTP-RPT-C-PAID
           COMPUTE WS-SETTLED-TOTAL = WS-COLL-KEPT (WS-COLL-IDX)
                                    + WS-COLL-PARTIAL (WS-COLL-IDX)
                                    + WS-COLL-BROKEN (WS-COLL-IDX)
           IF  WS-SETTLED-TOTAL > 0
               COMPUTE WS-KEPT-PCT ROUNDED =
                  (WS-COLL-KEPT (WS-COLL-IDX) * 100) / WS-SETTLED-TOTAL
           ELSE
               MOVE 0 TO WS-KEPT-PCT
           END-IF
           MOVE WS-KEPT-PCT TO WS-PTP-RPT-C-PCT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-COLL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints the run totals.
      *---------------------------------------------------------------*
       4500-PRINT-TOTALS.
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-BLANK
           MOVE 'PAYMENTS CREDITED           :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-PAYMENT-COUNT      TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'PROMISES KEPT               :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-KEPT-COUNT         TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'PROMISES PARTIALLY KEPT     :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-PARTIAL-COUNT      TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'PROMISES BROKEN             :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-BROKEN-COUNT       TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'PROMISES CANCELLED          :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-CANCELLED-COUNT    TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'PROMISES STILL OPEN         :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-STILL-OPEN-COUNT   TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS RE-QUEUED AHEAD    :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-REQUEUE-COUNT      TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS HELD FOR PROMISE   :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-HOLD-COUNT         TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS RELEASED (KEPT)    :' TO WS-PTP-RPT-TOT-LABEL
           MOVE WS-RELEASE-COUNT      TO WS-PTP-RPT-TOT-COUNT
           WRITE FD-PTPRPT-REC FROM WS-PTP-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for sequential input.
      *---------------------------------------------------------------*
       0000-TRANSACT-OPEN.
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
      * Opens the promise file for update.
      *---------------------------------------------------------------*
       0300-PROMISE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O PROMISE-FILE
           IF  PROMISE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROMISE FILE'
               MOVE PROMISE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the work queue for update.
      *---------------------------------------------------------------*
       0400-COLLWQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O COLLWQ-FILE
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the evaluation report for output.
      *---------------------------------------------------------------*
       0500-PTPRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT PTPRPT-FILE
           IF  PTPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROMISE EVALUATION REPORT'
               MOVE PTPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the transaction master.
      *---------------------------------------------------------------*
       9000-TRANSACT-CLOSE.
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
      * Closes the promise file.
      *---------------------------------------------------------------*
       9300-PROMISE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PROMISE-FILE
           IF  PROMISE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROMISE FILE'
               MOVE PROMISE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the work queue.
      *---------------------------------------------------------------*
       9400-COLLWQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE COLLWQ-FILE
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the evaluation report.
      *---------------------------------------------------------------*
       9500-PTPRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PTPRPT-FILE
           IF  PTPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROMISE EVALUATION REPORT'
               MOVE PTPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the evaluation itself completed.
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
      * promises-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-PROMISE-READ             TO BATCH-RECORD-COUNT
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
