      ******************************************************************
      * Program     : CBBDS02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Send answered credit bureau disputes back to
      *               the bureaus and age the disputes still open.
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
      * CBBDS02C - Bureau Dispute Response and Aging (Batch,
      *            nightly)
      *
      * Walks the BDSPUTE work queue (CVBDS01Y.cpy) end to end:
      *
      *   Answered ('R') - the analyst's answer from COBDS00C
      *     goes on the response file (BDSOUT), one detail per
      *     dispute carrying the bureau's control number, the
      *     answer and the tradeline as we now report it: the
      *     identity from CUSTDAT, the balance, limit, account
      *     status and amount past due from ACCTDAT (status
      *     derived the way CBCBR01C derives it), with a
      *     modification's corrections laid over them. A
      *     deletion is sent with account status DA. Every
      *     answer carries compliance condition code XH
      *     (investigation completed). The row is then marked
      *     sent ('S') with the run date; CBCBR01C carries the
      *     answer into its next extract.
      *
      *   Open ('O') - aged on the days-remaining report by
      *     the days left to BDS-DUE-DATE: past due, 0-5, 6-10,
      *     11-20 and 21-30 days, each dispute listed with its
      *     days left so the oldest can be worked first.
      *
      * One response file serves all three bureaus; each
      * detail names its bureau (BDS-BUREAU-CD) for routing.
      * It opens with a header (run date) and closes with a
      * trailer carrying the detail count, so the bureau's
      * intake can verify completeness.
      *
      * An answered dispute whose account is no longer on
      * ACCTDAT is left answered, listed on the report and
      * RETURN-CODE 4 is set. An open dispute already past its
      * deadline also sets RETURN-CODE 4.
      *
      * Files accessed:
      *   BDSPUTE   - Bureau-dispute work queue (KSDS,
      *               sequential I-O)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   BDSOUT    - Dispute response file (sequential output,
      *               300)
      *   BDSARPT   - Days-remaining aging report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date, stamped as the sent date and aged from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBBDS02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDSPUTE-FILE ASSIGN TO BDSPUTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BDS-KEY
                  FILE STATUS  IS BDSPUTE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT BDSOUT-FILE ASSIGN TO BDSOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BDSOUT-STATUS.

           SELECT BDSARPT-FILE ASSIGN TO BDSARPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BDSARPT-STATUS.

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
      * FD for the bureau-dispute work queue VSAM (300 bytes)
       FD  BDSPUTE-FILE.
       01  FD-BDSPUTE-REC.
           05 FD-BDS-KEY.
              10 FD-BDS-ACCT-ID                 PIC 9(11).
              10 FD-BDS-SEQ                     PIC 9(03).
           05 FD-BDS-DATA                       PIC X(286).

      * FD for the account master VSAM (300 bytes)
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
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the dispute response file (300 bytes fixed)
       FD  BDSOUT-FILE.
       01  FD-BDSOUT-REC                        PIC X(300).

      * FD for the aging report (132-byte print)
       FD  BDSARPT-FILE.
       01  FD-BDSARPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVBDS01Y: 300-byte bureau-dispute record
       COPY CVBDS01Y.
       01  BDSPUTE-STATUS.
           05  BDSPUTE-STAT1       PIC X.
           05  BDSPUTE-STAT2       PIC X.

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

       01  BDSOUT-STATUS.
           05  BDSOUT-STAT1        PIC X.
           05  BDSOUT-STAT2        PIC X.

       01  BDSARPT-STATUS.
           05  BDSARPT-STAT1       PIC X.
           05  BDSARPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBBDS02C'.
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

      * Dispute response file layouts. This program is the sole
      * writer of BDSOUT, so the layouts live here. All three
      * record types are padded to the 300-byte LRECL.
      * Header: run identification
       01  BDO-HEADER-REC.
           05  BDO-HDR-REC-TYPE         PIC X(01) VALUE 'H'.
           05  BDO-HDR-FILE-ID          PIC X(08)
                                         VALUE 'CARDDEMO'.
           05  BDO-HDR-RUN-DATE         PIC X(10).
           05  FILLER                   PIC X(281) VALUE SPACES.
      * Detail: one answered dispute
       01  BDO-DETAIL-REC.
           05  BDO-DTL-REC-TYPE         PIC X(01) VALUE 'D'.
           05  BDO-DTL-BUREAU-CD        PIC X(01).
           05  BDO-DTL-CONTROL-NO       PIC X(12).
           05  BDO-DTL-ACCT-ID          PIC 9(11).
      * V verified, M modified, D deleted, and when
           05  BDO-DTL-RESPONSE-CD      PIC X(01).
           05  BDO-DTL-RESPONSE-DATE    PIC X(10).
      * The tradeline as we now report it
           05  BDO-DTL-CUST-SSN         PIC 9(09).
           05  BDO-DTL-LAST-NAME        PIC X(25).
           05  BDO-DTL-FIRST-NAME       PIC X(25).
           05  BDO-DTL-MIDDLE-NAME      PIC X(25).
           05  BDO-DTL-ADDR-LINE-1      PIC X(50).
           05  BDO-DTL-ADDR-STATE       PIC X(02).
           05  BDO-DTL-ADDR-ZIP         PIC X(10).
           05  BDO-DTL-ACCT-STATUS      PIC X(02).
           05  BDO-DTL-SPECIAL-COMMENT  PIC X(02).
           05  BDO-DTL-CURR-BAL         PIC S9(10)V99.
           05  BDO-DTL-AMT-PAST-DUE     PIC S9(10)V99.
           05  BDO-DTL-CREDIT-LIMIT     PIC S9(10)V99.
      * Compliance condition code: XH investigation completed
           05  BDO-DTL-COMPLIANCE-CD    PIC X(02).
           05  FILLER                   PIC X(76) VALUE SPACES.
      * Trailer: detail record count for intake verification
       01  BDO-TRAILER-REC.
           05  BDO-TRL-REC-TYPE         PIC X(01) VALUE 'T'.
           05  BDO-TRL-DETAIL-COUNT     PIC 9(09).
           05  FILLER                   PIC X(290) VALUE SPACES.

      * Run controls and date arithmetic: the run date and the
      * due date as YYYYMMDD, and the days between them
       01 WS-MISC-VARS.
           05 WS-RUN-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-DUE-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-DAYS-LEFT              PIC S9(05) COMP VALUE 0.
           05 WS-CUST-FOUND             PIC X(01) VALUE 'N'.
           05 WS-ACCT-FOUND             PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-DISPUTE-COUNT          PIC 9(09) VALUE 0.
           05 WS-SENT-COUNT             PIC 9(09) VALUE 0.
           05 WS-SENT-VERIFIED          PIC 9(09) VALUE 0.
           05 WS-SENT-MODIFIED          PIC 9(09) VALUE 0.
           05 WS-SENT-DELETED           PIC 9(09) VALUE 0.
           05 WS-HELD-COUNT             PIC 9(09) VALUE 0.
           05 WS-OPEN-COUNT             PIC 9(09) VALUE 0.
           05 WS-AGE-OVERDUE            PIC 9(09) VALUE 0.
           05 WS-AGE-00-05              PIC 9(09) VALUE 0.
           05 WS-AGE-06-10              PIC 9(09) VALUE 0.
           05 WS-AGE-11-20              PIC 9(09) VALUE 0.
           05 WS-AGE-21-30              PIC 9(09) VALUE 0.

      * Aging report lines (sole-writer convention)
       01 WS-BDA-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'BUREAU DISPUTE DAYS-REMAINING AGING'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE: '.
           05 WS-BDA-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-BDA-RPT-DTL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'ACCOUNT     SEQ BUR CONTROL NO   RSN RECEIVED    DUE
      -       '    DAYS LEFT  BUCKET'.
       01 WS-BDA-RPT-LINE.
           05 WS-BDA-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDA-RPT-SEQ            PIC 9(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDA-RPT-BUREAU         PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-BDA-RPT-CONTROL-NO     PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDA-RPT-REASON-CD      PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDA-RPT-RECEIVED       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BDA-RPT-DUE            PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BDA-RPT-DAYS-LEFT      PIC -(04)9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WS-BDA-RPT-BUCKET         PIC X(30).
           05 FILLER                    PIC X(30) VALUE SPACES.
       01 WS-BDA-RPT-TOTAL-LINE.
           05 WS-BDA-RPT-TOT-LABEL      PIC X(30).
           05 WS-BDA-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-BDA-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: sends the answered disputes and ages the
      * open ones in one pass of the queue.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBDS02C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-RUN-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-RUN-YYYYMMDD(7:2)
           PERFORM 0000-BDSPUTE-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTDAT-OPEN.
           PERFORM 0400-BDSOUT-OPEN.
           PERFORM 0500-BDSARPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE TO BDO-HDR-RUN-DATE
           WRITE FD-BDSOUT-REC FROM BDO-HEADER-REC
           PERFORM 2900-CHECK-BDSOUT-WRITE

           MOVE PARM-DATE TO WS-BDA-RPT-DATE
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-HEADER
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-BLANK
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-DTL-HDR

           PERFORM 1100-PROCESS-NEXT-DISPUTE
              UNTIL END-OF-FILE = 'Y'.

           MOVE WS-SENT-COUNT TO BDO-TRL-DETAIL-COUNT
           WRITE FD-BDSOUT-REC FROM BDO-TRAILER-REC
           PERFORM 2900-CHECK-BDSOUT-WRITE

           PERFORM 3000-PRINT-TOTALS.

           PERFORM 9000-BDSPUTE-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTDAT-CLOSE.
           PERFORM 9400-BDSOUT-CLOSE.
           PERFORM 9500-BDSARPT-CLOSE.

           DISPLAY 'DISPUTES READ          :' WS-DISPUTE-COUNT
           DISPLAY 'ANSWERS SENT           :' WS-SENT-COUNT
           DISPLAY 'ANSWERS HELD           :' WS-HELD-COUNT
           DISPLAY 'DISPUTES STILL OPEN    :' WS-OPEN-COUNT
           DISPLAY 'OPEN PAST DEADLINE     :' WS-AGE-OVERDUE

           IF WS-HELD-COUNT > 0 OR WS-AGE-OVERDUE > 0
              MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBDS02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next queue row sequentially.
      *---------------------------------------------------------------*
       1000-BDSPUTE-GET-NEXT.
           READ BDSPUTE-FILE INTO BUREAU-DISPUTE-RECORD.
           IF  BDSPUTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  BDSPUTE-STATUS = '10'
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
                   DISPLAY 'ERROR READING BUREAU DISPUTE QUEUE'
                   MOVE BDSPUTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sends an answered dispute, ages an open one; disputes
      * already sent are passed over.
      *---------------------------------------------------------------*
       1100-PROCESS-NEXT-DISPUTE.
           PERFORM 1000-BDSPUTE-GET-NEXT
           IF  END-OF-FILE = 'N'
               ADD 1 TO WS-DISPUTE-COUNT
               EVALUATE TRUE
                   WHEN BDS-STATUS-RESPONDED
                       PERFORM 2000-SEND-RESPONSE
                          THRU 2000-SEND-RESPONSE-EXIT
                   WHEN BDS-STATUS-OPEN
                       PERFORM 2500-AGE-DISPUTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the response detail for an answered dispute and
      * marks it sent. The tradeline values are the ones
      * CBCBR01C would report, with the answer laid over them.
      *---------------------------------------------------------------*
       2000-SEND-RESPONSE.
           MOVE BDS-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 ADD 1 TO WS-HELD-COUNT
                 MOVE ZERO TO WS-DAYS-LEFT
                 MOVE 'ANSWER HELD - NO ACCOUNT' TO WS-BDA-RPT-BUCKET
                 PERFORM 2700-REPORT-LINE
                 GO TO 2000-SEND-RESPONSE-EXIT
           END-READ

           MOVE 'N' TO WS-CUST-FOUND
           MOVE BDS-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE ZERO TO XREF-CUST-ID
           END-READ
           IF  XREF-CUST-ID NOT = ZERO
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      MOVE 'N' TO WS-CUST-FOUND
                   NOT INVALID KEY
                      MOVE 'Y' TO WS-CUST-FOUND
               END-READ
           END-IF

           INITIALIZE BDO-DETAIL-REC
           MOVE 'D'                    TO BDO-DTL-REC-TYPE
           MOVE BDS-BUREAU-CD          TO BDO-DTL-BUREAU-CD
           MOVE BDS-CONTROL-NO         TO BDO-DTL-CONTROL-NO
           MOVE BDS-ACCT-ID            TO BDO-DTL-ACCT-ID
           MOVE BDS-RESPONSE-CD        TO BDO-DTL-RESPONSE-CD
           MOVE BDS-RESPONSE-DATE      TO BDO-DTL-RESPONSE-DATE
           IF  WS-CUST-FOUND = 'Y'
               MOVE CUST-SSN           TO BDO-DTL-CUST-SSN
               MOVE CUST-LAST-NAME     TO BDO-DTL-LAST-NAME
               MOVE CUST-FIRST-NAME    TO BDO-DTL-FIRST-NAME
               MOVE CUST-MIDDLE-NAME   TO BDO-DTL-MIDDLE-NAME
               MOVE CUST-ADDR-LINE-1   TO BDO-DTL-ADDR-LINE-1
               MOVE CUST-ADDR-STATE-CD TO BDO-DTL-ADDR-STATE
               MOVE CUST-ADDR-ZIP      TO BDO-DTL-ADDR-ZIP
           ELSE
               MOVE BDS-RPT-SSN        TO BDO-DTL-CUST-SSN
               MOVE BDS-RPT-LAST-NAME  TO BDO-DTL-LAST-NAME
               MOVE BDS-RPT-FIRST-NAME TO BDO-DTL-FIRST-NAME
           END-IF
           MOVE ACCT-CURR-BAL          TO BDO-DTL-CURR-BAL
           MOVE ACCT-CREDIT-LIMIT      TO BDO-DTL-CREDIT-LIMIT
           PERFORM 2100-DERIVE-ACCT-STATUS
           EVALUATE TRUE
               WHEN BDS-RESPONSE-MODIFIED
                   IF  BDS-CORR-ACCT-STATUS NOT = SPACES
                       MOVE BDS-CORR-ACCT-STATUS
                                       TO BDO-DTL-ACCT-STATUS
                   END-IF
                   IF  BDS-CORR-SPECIAL-COMMENT NOT = SPACES
                       MOVE BDS-CORR-SPECIAL-COMMENT
                                       TO BDO-DTL-SPECIAL-COMMENT
                   END-IF
                   IF  BDS-CORR-PDUE-IS-SET
                       MOVE BDS-CORR-AMT-PAST-DUE
                                       TO BDO-DTL-AMT-PAST-DUE
                   END-IF
                   ADD 1 TO WS-SENT-MODIFIED
                   MOVE 'SENT - MODIFIED'     TO WS-BDA-RPT-BUCKET
               WHEN BDS-RESPONSE-DELETED
                   MOVE 'DA'                  TO BDO-DTL-ACCT-STATUS
                   ADD 1 TO WS-SENT-DELETED
                   MOVE 'SENT - DELETED'      TO WS-BDA-RPT-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-SENT-VERIFIED
                   MOVE 'SENT - VERIFIED'     TO WS-BDA-RPT-BUCKET
           END-EVALUATE
           MOVE 'XH'                   TO BDO-DTL-COMPLIANCE-CD

           WRITE FD-BDSOUT-REC FROM BDO-DETAIL-REC
           PERFORM 2900-CHECK-BDSOUT-WRITE
           ADD 1 TO WS-SENT-COUNT

           SET BDS-STATUS-SENT TO TRUE
           MOVE PARM-DATE      TO BDS-SENT-DATE
           REWRITE FD-BDSPUTE-REC FROM BUREAU-DISPUTE-RECORD
           IF  BDSPUTE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING BUREAU DISPUTE QUEUE'
               MOVE BDSPUTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           PERFORM 2600-SET-DAYS-LEFT
           PERFORM 2700-REPORT-LINE
           .
       2000-SEND-RESPONSE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The account status, special comment and amount past due
      * as CBCBR01C derives them.
      *---------------------------------------------------------------*
       2100-DERIVE-ACCT-STATUS.
           MOVE SPACES TO BDO-DTL-SPECIAL-COMMENT
           EVALUATE TRUE
               WHEN ACCT-CLOSE-RSN-SETTLED
                   IF  ACCT-IS-CHARGED-OFF
                       MOVE '64' TO BDO-DTL-ACCT-STATUS
                   ELSE
                       MOVE '13' TO BDO-DTL-ACCT-STATUS
                   END-IF
                   MOVE 'AU' TO BDO-DTL-SPECIAL-COMMENT
               WHEN ACCT-DELINQ-30
                   MOVE '71' TO BDO-DTL-ACCT-STATUS
               WHEN ACCT-DELINQ-60
                   MOVE '78' TO BDO-DTL-ACCT-STATUS
               WHEN ACCT-DELINQ-90
                   MOVE '80' TO BDO-DTL-ACCT-STATUS
               WHEN ACCT-DELINQ-120-PLUS
                   MOVE '82' TO BDO-DTL-ACCT-STATUS
               WHEN OTHER
                   MOVE '11' TO BDO-DTL-ACCT-STATUS
           END-EVALUATE
           IF  ACCT-PAST-DUE-AMT IS NUMERIC
               MOVE ACCT-PAST-DUE-AMT TO BDO-DTL-AMT-PAST-DUE
           ELSE
               MOVE ZERO              TO BDO-DTL-AMT-PAST-DUE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Ages an open dispute into its days-remaining bucket.
      *---------------------------------------------------------------*
       2500-AGE-DISPUTE.
           ADD 1 TO WS-OPEN-COUNT
           PERFORM 2600-SET-DAYS-LEFT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   ADD 1 TO WS-AGE-OVERDUE
                   MOVE 'OPEN - PAST DEADLINE'  TO WS-BDA-RPT-BUCKET
               WHEN WS-DAYS-LEFT <= 5
                   ADD 1 TO WS-AGE-00-05
                   MOVE 'OPEN - 0 TO 5 DAYS'    TO WS-BDA-RPT-BUCKET
               WHEN WS-DAYS-LEFT <= 10
                   ADD 1 TO WS-AGE-06-10
                   MOVE 'OPEN - 6 TO 10 DAYS'   TO WS-BDA-RPT-BUCKET
               WHEN WS-DAYS-LEFT <= 20
                   ADD 1 TO WS-AGE-11-20
                   MOVE 'OPEN - 11 TO 20 DAYS'  TO WS-BDA-RPT-BUCKET
               WHEN OTHER
                   ADD 1 TO WS-AGE-21-30
                   MOVE 'OPEN - 21 TO 30 DAYS'  TO WS-BDA-RPT-BUCKET
           END-EVALUATE
           PERFORM 2700-REPORT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Days from the run date to the dispute's due date,
      * negative once the deadline has passed.
      *---------------------------------------------------------------*
       2600-SET-DAYS-LEFT.
           MOVE BDS-DUE-DATE(1:4) TO WS-DUE-YYYYMMDD(1:4)
           MOVE BDS-DUE-DATE(6:2) TO WS-DUE-YYYYMMDD(5:2)
           MOVE BDS-DUE-DATE(9:2) TO WS-DUE-YYYYMMDD(7:2)
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
           EXIT.
      *---------------------------------------------------------------*
      * Writes one report line for the current dispute.
      *---------------------------------------------------------------*
       2700-REPORT-LINE.
           MOVE BDS-ACCT-ID         TO WS-BDA-RPT-ACCT
           MOVE BDS-SEQ             TO WS-BDA-RPT-SEQ
           MOVE BDS-BUREAU-CD       TO WS-BDA-RPT-BUREAU
           MOVE BDS-CONTROL-NO      TO WS-BDA-RPT-CONTROL-NO
           MOVE BDS-REASON-CD       TO WS-BDA-RPT-REASON-CD
           MOVE BDS-RECEIVED-DATE   TO WS-BDA-RPT-RECEIVED
           MOVE BDS-DUE-DATE        TO WS-BDA-RPT-DUE
           MOVE WS-DAYS-LEFT        TO WS-BDA-RPT-DAYS-LEFT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Abends on a failed response file write.
      *---------------------------------------------------------------*
       2900-CHECK-BDSOUT-WRITE.
           IF  BDSOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE RESPONSE FILE'
               MOVE BDSOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Answers sent by kind, and the open disputes by bucket.
      *---------------------------------------------------------------*
       3000-PRINT-TOTALS.
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-BLANK
           MOVE 'ANSWERS SENT                :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-SENT-COUNT         TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  VERIFIED                  :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-SENT-VERIFIED      TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  MODIFIED                  :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-SENT-MODIFIED      TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  DELETED                   :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-SENT-DELETED       TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE 'ANSWERS HELD - NO ACCOUNT   :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-HELD-COUNT         TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-BLANK
           MOVE 'DISPUTES STILL OPEN         :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-OPEN-COUNT         TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  PAST DEADLINE             :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-AGE-OVERDUE        TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  0 TO 5 DAYS LEFT          :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-AGE-00-05          TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  6 TO 10 DAYS LEFT         :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-AGE-06-10          TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  11 TO 20 DAYS LEFT        :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-AGE-11-20          TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           MOVE '  21 TO 30 DAYS LEFT        :' TO WS-BDA-RPT-TOT-LABEL
           MOVE WS-AGE-21-30          TO WS-BDA-RPT-TOT-COUNT
           WRITE FD-BDSARPT-REC FROM WS-BDA-RPT-TOTAL-LINE
           IF  BDSARPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DISPUTE AGING REPORT'
               MOVE BDSARPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the bureau-dispute work queue for update.
      *---------------------------------------------------------------*
       0000-BDSPUTE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O BDSPUTE-FILE
           IF  BDSPUTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BUREAU DISPUTE QUEUE'
               MOVE BDSPUTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random input.
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
      * Opens the customer master for random input.
      *---------------------------------------------------------------*
       0300-CUSTDAT-OPEN.
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
      * Opens the dispute response file for output.
      *---------------------------------------------------------------*
       0400-BDSOUT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT BDSOUT-FILE
           IF  BDSOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE RESPONSE FILE'
               MOVE BDSOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the aging report for output.
      *---------------------------------------------------------------*
       0500-BDSARPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT BDSARPT-FILE
           IF  BDSARPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE AGING REPORT'
               MOVE BDSARPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the bureau-dispute work queue.
      *---------------------------------------------------------------*
       9000-BDSPUTE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BDSPUTE-FILE
           IF  BDSPUTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BUREAU DISPUTE QUEUE'
               MOVE BDSPUTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
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
      * Closes the card cross-reference.
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
      * Closes the customer master.
      *---------------------------------------------------------------*
       9300-CUSTDAT-CLOSE.
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
      * Closes the dispute response file.
      *---------------------------------------------------------------*
       9400-BDSOUT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BDSOUT-FILE
           IF  BDSOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE RESPONSE FILE'
               MOVE BDSOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the aging report.
      *---------------------------------------------------------------*
       9500-BDSARPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BDSARPT-FILE
           IF  BDSARPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE AGING REPORT'
               MOVE BDSARPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the response file itself was produced.
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
      * answers sent and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-SENT-COUNT               TO BATCH-RECORD-COUNT
           IF  WS-HELD-COUNT > 0 OR WS-AGE-OVERDUE > 0
               MOVE 4                       TO BATCH-RETURN-CD
           END-IF
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
