      ******************************************************************
      * Program     : CBBDS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Load a credit bureau's electronic dispute
      *               (ACDV) file into the bureau-dispute work
      *               queue.
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
      * CBBDS01C - Credit Bureau Dispute Intake (Batch, daily,
      *            once per bureau file received)
      *
      * When a consumer disputes one of the tradelines CBCBR01C
      * reports, the bureau forwards the dispute with what it
      * has on file from us, and we owe it an answer within 30
      * days of the day it received the dispute. Each bureau
      * sends its disputes as one file, which goes through the
      * usual intake discipline:
      *
      *   Pass 1 - VALIDATE: the header must name a bureau we
      *     report to (E Equifax, X Experian, T TransUnion) and
      *     carry the PARM business date, and the trailer's
      *     record count must equal what was read. Any mismatch
      *     ABENDS before one dispute is loaded.
      *
      *   Pass 2 - LOAD: each dispute becomes an open row on
      *     the BDSPUTE work queue (CVBDS01Y.cpy) under the next
      *     sequence for its account. The answer is due 30 days
      *     after the bureau received the dispute, or on the
      *     bureau's own response date when that is earlier.
      *
      * A dispute is not loaded -- listed on the intake report
      * and RETURN-CODE 4 -- when its account is not on the
      * account master, the bureau's received date is not a
      * date, or the same bureau's control number is already on
      * the account's queue (a resent file). Disputes whose due
      * date has already passed when loaded are loaded and
      * flagged on the report.
      *
      * Dispute file layouts (300 bytes, first byte the record
      * type) are defined below -- this program is the feed's
      * only reader, the usual sole-consumer convention.
      *
      * Files accessed:
      *   BDSIN     - Bureau dispute file (sequential input,
      *               300; read twice)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   BDSPUTE   - Bureau-dispute work queue (KSDS, DYNAMIC
      *               I-O)
      *   BDSIRPT   - Intake report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the file must be for.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBBDS01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BDSIN-FILE ASSIGN TO BDSIN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BDSIN-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT BDSPUTE-FILE ASSIGN TO BDSPUTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-BDS-KEY
                  FILE STATUS  IS BDSPUTE-STATUS.

           SELECT BDSIRPT-FILE ASSIGN TO BDSIRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BDSIRPT-STATUS.

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
      * FD for the bureau dispute file (300 bytes)
       FD  BDSIN-FILE.
       01  FD-BDSIN-REC                         PIC X(300).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the bureau-dispute work queue VSAM (300 bytes)
       FD  BDSPUTE-FILE.
       01  FD-BDSPUTE-REC.
           05 FD-BDS-KEY.
              10 FD-BDS-ACCT-ID                 PIC 9(11).
              10 FD-BDS-SEQ                     PIC 9(03).
           05 FD-BDS-DATA                       PIC X(286).

      * FD for the intake report (132-byte print)
       FD  BDSIRPT-FILE.
       01  FD-BDSIRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Dispute file layouts (300 bytes). Byte 1 carries the
      * record type:
      *   'H' header  - the bureau and the file date
      *   'D' detail  - one dispute
      *   'T' trailer - detail record count
       01  BDSIN-RECORD                         PIC X(300).
       01  BDSIN-HEADER-REC REDEFINES BDSIN-RECORD.
           05 BIH-REC-TYPE              PIC X(01).
           05 BIH-BUREAU-CD             PIC X(01).
           05 BIH-FILE-DATE             PIC X(10).
           05 FILLER                    PIC X(288).
       01  BDSIN-DETAIL-REC REDEFINES BDSIN-RECORD.
           05 BID-REC-TYPE              PIC X(01).
           05 BID-CONTROL-NO            PIC X(12).
           05 BID-ACCT-ID               PIC 9(11).
      * The day the bureau received the dispute, and the day it
      * wants our answer by (spaces if it set none), YYYY-MM-DD
           05 BID-RECEIVED-DATE         PIC X(10).
           05 BID-RESPONSE-DUE-DATE     PIC X(10).
           05 BID-REASON-CD             PIC X(03).
           05 BID-CLAIM-TEXT            PIC X(60).
      * What the bureau has on file from us
           05 BID-RPT-SSN               PIC 9(09).
           05 BID-RPT-LAST-NAME         PIC X(25).
           05 BID-RPT-FIRST-NAME        PIC X(25).
           05 BID-RPT-ACCT-STATUS       PIC X(02).
           05 BID-RPT-CURR-BAL          PIC S9(10)V99.
           05 BID-RPT-AMT-PAST-DUE      PIC S9(10)V99.
           05 BID-RPT-CREDIT-LIMIT      PIC S9(10)V99.
           05 BID-RPT-SPECIAL-COMMENT   PIC X(02).
           05 FILLER                    PIC X(94).
       01  BDSIN-TRAILER-REC REDEFINES BDSIN-RECORD.
           05 BIT-REC-TYPE              PIC X(01).
           05 BIT-RECORD-COUNT          PIC 9(09).
           05 FILLER                    PIC X(290).
       01  BDSIN-STATUS.
           05  BDSIN-STAT1         PIC X.
           05  BDSIN-STAT2         PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVBDS01Y: 300-byte bureau-dispute record
       COPY CVBDS01Y.
       01  BDSPUTE-STATUS.
           05  BDSPUTE-STAT1       PIC X.
           05  BDSPUTE-STAT2       PIC X.

       01  BDSIRPT-STATUS.
           05  BDSIRPT-STAT1       PIC X.
           05  BDSIRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBBDS01C'.
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
       01  WS-BDS-EOF              PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Run controls
       01 WS-MISC-VARS.
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-BUREAU-CD              PIC X(01) VALUE SPACES.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-DUPLICATE              PIC X(01) VALUE 'N'.
           05 WS-LAST-SEQ               PIC 9(03) VALUE 0.
           05 WS-EXCEPTION-REASON       PIC X(30) VALUE SPACES.
      * Date arithmetic: the run date, the received date and the
      * bureau's due date as YYYYMMDD, and the 30-day deadline
           05 WS-RUN-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-RCV-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-BUR-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-DUE-YYYYMMDD           PIC 9(08) VALUE 0.
           05 WS-DUE-INT                PIC S9(09) COMP VALUE 0.
           05 WS-DAYS-LEFT              PIC S9(05) COMP VALUE 0.
           05 WS-RESPONSE-DAYS          PIC S9(05) COMP VALUE 30.
       01 WS-COUNTERS.
           05 WS-DISPUTE-COUNT          PIC 9(09) VALUE 0.
           05 WS-LOADED-COUNT           PIC 9(09) VALUE 0.
           05 WS-LATE-COUNT             PIC 9(09) VALUE 0.
           05 WS-REJECT-COUNT           PIC 9(09) VALUE 0.

      * Intake report lines (sole-writer convention)
       01 WS-BDI-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'CREDIT BUREAU DISPUTE INTAKE'.
           05 FILLER                    PIC X(08)
                   VALUE 'BUREAU '.
           05 WS-BDI-RPT-BUREAU         PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(11)
                   VALUE 'FILE DATE: '.
           05 WS-BDI-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(58) VALUE SPACES.
       01 WS-BDI-RPT-DTL-HDR.
           05 FILLER                    PIC X(132) VALUE
              'ACCOUNT     SEQ CONTROL NO   RSN RECEIVED    DUE
      -       '    DAYS LEFT  RESULT'.
       01 WS-BDI-RPT-LINE.
           05 WS-BDI-RPT-ACCT           PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDI-RPT-SEQ            PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDI-RPT-CONTROL-NO     PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDI-RPT-REASON-CD      PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-BDI-RPT-RECEIVED       PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BDI-RPT-DUE            PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-BDI-RPT-DAYS-LEFT      PIC -(04)9.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WS-BDI-RPT-RESULT         PIC X(30).
           05 FILLER                    PIC X(34) VALUE SPACES.
       01 WS-BDI-RPT-TOTAL-LINE.
           05 WS-BDI-RPT-TOT-LABEL      PIC X(30).
           05 WS-BDI-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-BDI-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date the dispute file
      * must be for, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: pass 1 proves the file, pass 2 loads.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBDS01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYYMMDD(1:4)
           MOVE PARM-DATE(6:2) TO WS-RUN-YYYYMMDD(5:2)
           MOVE PARM-DATE(9:2) TO WS-RUN-YYYYMMDD(7:2)
           PERFORM 0000-BDSIN-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-BDSPUTE-OPEN.
           PERFORM 0300-BDSIRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * Pass 1: control-total proof before anything is loaded
           PERFORM 1100-VERIFY-NEXT-RECORD
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 1500-PROVE-CONTROL-TOTALS.

      * Rewind for the load pass
           PERFORM 9000-BDSIN-CLOSE.
           PERFORM 0000-BDSIN-OPEN.
           MOVE 'N' TO END-OF-FILE

           MOVE WS-BUREAU-CD TO WS-BDI-RPT-BUREAU
           MOVE WS-FILE-DATE TO WS-BDI-RPT-DATE
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-HEADER
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-BLANK
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-DTL-HDR

           PERFORM 2000-LOAD-NEXT-RECORD
              UNTIL END-OF-FILE = 'Y'.

           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-BLANK
           MOVE 'DISPUTES READ               :' TO WS-BDI-RPT-TOT-LABEL
           MOVE WS-DISPUTE-COUNT      TO WS-BDI-RPT-TOT-COUNT
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-TOTAL-LINE
           MOVE 'DISPUTES LOADED             :' TO WS-BDI-RPT-TOT-LABEL
           MOVE WS-LOADED-COUNT       TO WS-BDI-RPT-TOT-COUNT
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-TOTAL-LINE
           MOVE '  ALREADY PAST DUE          :' TO WS-BDI-RPT-TOT-LABEL
           MOVE WS-LATE-COUNT         TO WS-BDI-RPT-TOT-COUNT
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-TOTAL-LINE
           MOVE 'DISPUTES NOT LOADED         :' TO WS-BDI-RPT-TOT-LABEL
           MOVE WS-REJECT-COUNT       TO WS-BDI-RPT-TOT-COUNT
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-TOTAL-LINE

           PERFORM 9000-BDSIN-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-BDSPUTE-CLOSE.
           PERFORM 9300-BDSIRPT-CLOSE.

           DISPLAY 'DISPUTES READ          :' WS-DISPUTE-COUNT
           DISPLAY 'DISPUTES LOADED        :' WS-LOADED-COUNT
           DISPLAY 'ALREADY PAST DUE       :' WS-LATE-COUNT
           DISPLAY 'DISPUTES NOT LOADED    :' WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBDS01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next dispute file record sequentially.
      *---------------------------------------------------------------*
       1000-BDSIN-GET-NEXT.
           READ BDSIN-FILE INTO BDSIN-RECORD.
           IF  BDSIN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  BDSIN-STATUS = '10'
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
                   DISPLAY 'ERROR READING BUREAU DISPUTE FILE'
                   MOVE BDSIN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-1 verification of one record: captures the header,
      * counts the details, captures the trailer.
      *---------------------------------------------------------------*
       1100-VERIFY-NEXT-RECORD.
           PERFORM 1000-BDSIN-GET-NEXT
           IF  END-OF-FILE = 'N'
               EVALUATE BIH-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE BIH-FILE-DATE TO WS-FILE-DATE
                       MOVE BIH-BUREAU-CD TO WS-BUREAU-CD
                   WHEN 'D'
                       ADD 1 TO WS-DISPUTE-COUNT
                       IF  BID-ACCT-ID IS NOT NUMERIC
                           DISPLAY 'NON-NUMERIC DISPUTE ACCOUNT'
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                   WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE BIT-RECORD-COUNT TO WS-TRL-COUNT
                   WHEN OTHER
                       DISPLAY 'UNKNOWN BUREAU DISPUTE RECORD TYPE'
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with a known bureau and the
      * run's date, trailer present with a matching count. Any
      * miss ABENDS with nothing loaded.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               OR WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'BUREAU DISPUTE FILE MISSING HEADER OR TRAILER'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE WS-BUREAU-CD TO BDS-BUREAU-CD
           IF  NOT BDS-BUREAU-VALID
               DISPLAY 'BUREAU DISPUTE FILE FROM UNKNOWN BUREAU '
                  WS-BUREAU-CD
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FILE-DATE NOT = PARM-DATE
               DISPLAY 'BUREAU DISPUTE FILE DATE ' WS-FILE-DATE
                  ' IS NOT RUN DATE ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-COUNT NOT = WS-DISPUTE-COUNT
               DISPLAY 'BUREAU DISPUTE COUNT MISMATCH: TRAILER '
                  WS-TRL-COUNT ' READ ' WS-DISPUTE-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-2 dispatch: details are loaded, header and trailer
      * were dealt with in pass 1.
      *---------------------------------------------------------------*
       2000-LOAD-NEXT-RECORD.
           PERFORM 1000-BDSIN-GET-NEXT
           IF  END-OF-FILE = 'N'
               IF  BID-REC-TYPE = 'D'
                   PERFORM 2100-LOAD-DISPUTE
                      THRU 2100-LOAD-DISPUTE-EXIT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Loads one dispute: checks the received date and the
      * account, finds the account's next sequence (refusing a
      * control number already loaded), sets the due date and
      * writes the open queue row.
      *---------------------------------------------------------------*
       2100-LOAD-DISPUTE.
           MOVE SPACES TO WS-BDI-RPT-SEQ
                          WS-BDI-RPT-DUE
           MOVE ZERO   TO WS-BDI-RPT-DAYS-LEFT
           MOVE BID-RECEIVED-DATE(1:4) TO WS-RCV-YYYYMMDD(1:4)
           MOVE BID-RECEIVED-DATE(6:2) TO WS-RCV-YYYYMMDD(5:2)
           MOVE BID-RECEIVED-DATE(9:2) TO WS-RCV-YYYYMMDD(7:2)
           IF  BID-RECEIVED-DATE(1:4) IS NOT NUMERIC
               OR BID-RECEIVED-DATE(6:2) IS NOT NUMERIC
               OR BID-RECEIVED-DATE(9:2) IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-RCV-YYYYMMDD)
                  NOT = ZERO
               MOVE 'RECEIVED DATE NOT VALID'  TO WS-EXCEPTION-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-LOAD-DISPUTE-EXIT
           END-IF

           MOVE BID-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 MOVE 'ACCOUNT NOT ON FILE'    TO WS-EXCEPTION-REASON
                 PERFORM 2900-REPORT-REJECT
                 GO TO 2100-LOAD-DISPUTE-EXIT
           END-READ

           PERFORM 3000-SCAN-ACCOUNT-DISPUTES
           IF  WS-DUPLICATE = 'Y'
               MOVE 'DISPUTE ALREADY LOADED'   TO WS-EXCEPTION-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-LOAD-DISPUTE-EXIT
           END-IF
           IF  WS-LAST-SEQ = 999
               MOVE 'ACCOUNT DISPUTE LIMIT'    TO WS-EXCEPTION-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-LOAD-DISPUTE-EXIT
           END-IF

           PERFORM 2200-SET-DUE-DATE

           INITIALIZE BUREAU-DISPUTE-RECORD
           MOVE BID-ACCT-ID             TO BDS-ACCT-ID
           COMPUTE BDS-SEQ = WS-LAST-SEQ + 1
           MOVE WS-BUREAU-CD            TO BDS-BUREAU-CD
           MOVE BID-CONTROL-NO          TO BDS-CONTROL-NO
           SET BDS-STATUS-OPEN          TO TRUE
           MOVE BID-REASON-CD           TO BDS-REASON-CD
           MOVE BID-CLAIM-TEXT          TO BDS-CLAIM-TEXT
           MOVE BID-RECEIVED-DATE       TO BDS-RECEIVED-DATE
           MOVE PARM-DATE               TO BDS-LOADED-DATE
           STRING WS-DUE-YYYYMMDD(1:4) '-'
                  WS-DUE-YYYYMMDD(5:2) '-'
                  WS-DUE-YYYYMMDD(7:2)
                  DELIMITED BY SIZE
                  INTO BDS-DUE-DATE
           END-STRING
           MOVE BID-RPT-SSN             TO BDS-RPT-SSN
           MOVE BID-RPT-LAST-NAME       TO BDS-RPT-LAST-NAME
           MOVE BID-RPT-FIRST-NAME      TO BDS-RPT-FIRST-NAME
           MOVE BID-RPT-ACCT-STATUS     TO BDS-RPT-ACCT-STATUS
           MOVE BID-RPT-CURR-BAL        TO BDS-RPT-CURR-BAL
           MOVE BID-RPT-AMT-PAST-DUE    TO BDS-RPT-AMT-PAST-DUE
           MOVE BID-RPT-CREDIT-LIMIT    TO BDS-RPT-CREDIT-LIMIT
           MOVE BID-RPT-SPECIAL-COMMENT TO BDS-RPT-SPECIAL-COMMENT
           MOVE SPACES                  TO BDS-RESPONSE-CD
                                           BDS-RESPONSE-DATE
                                           BDS-ANALYST-USR-ID
                                           BDS-CORR-ACCT-STATUS
                                           BDS-CORR-SPECIAL-COMMENT
                                           BDS-CORR-PDUE-SET
                                           BDS-SENT-DATE
                                           BDS-APPLIED-DATE
           WRITE FD-BDSPUTE-REC FROM BUREAU-DISPUTE-RECORD
           IF  BDSPUTE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BUREAU DISPUTE QUEUE'
               MOVE BDSPUTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-LOADED-COUNT

           MOVE BDS-SEQ                 TO WS-BDI-RPT-SEQ
           MOVE BDS-DUE-DATE            TO WS-BDI-RPT-DUE
           MOVE WS-DAYS-LEFT            TO WS-BDI-RPT-DAYS-LEFT
           IF  WS-DAYS-LEFT < ZERO
               ADD 1 TO WS-LATE-COUNT
               MOVE 'LOADED - ALREADY PAST DUE'  TO WS-EXCEPTION-REASON
           ELSE
               MOVE 'LOADED'                     TO WS-EXCEPTION-REASON
           END-IF
           PERFORM 2950-REPORT-LINE
           .
       2100-LOAD-DISPUTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The answer is due 30 days after the bureau received the
      * dispute, or on the bureau's own date if that is a valid
      * date and earlier. Also sets the days left from the run
      * date.
      *---------------------------------------------------------------*
       2200-SET-DUE-DATE.
           COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RCV-YYYYMMDD)
                 + WS-RESPONSE-DAYS
           COMPUTE WS-DUE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           IF  BID-RESPONSE-DUE-DATE(1:4) IS NUMERIC
               AND BID-RESPONSE-DUE-DATE(6:2) IS NUMERIC
               AND BID-RESPONSE-DUE-DATE(9:2) IS NUMERIC
               MOVE BID-RESPONSE-DUE-DATE(1:4) TO WS-BUR-YYYYMMDD(1:4)
               MOVE BID-RESPONSE-DUE-DATE(6:2) TO WS-BUR-YYYYMMDD(5:2)
               MOVE BID-RESPONSE-DUE-DATE(9:2) TO WS-BUR-YYYYMMDD(7:2)
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-BUR-YYYYMMDD) = ZERO
                   AND WS-BUR-YYYYMMDD < WS-DUE-YYYYMMDD
                   MOVE WS-BUR-YYYYMMDD TO WS-DUE-YYYYMMDD
               END-IF
           END-IF
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-YYYYMMDD)
                 - FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
           EXIT.
      *---------------------------------------------------------------*
      * Lists a dispute that could not be loaded.
      *---------------------------------------------------------------*
       2900-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 2950-REPORT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Writes one intake line for the current dispute.
      *---------------------------------------------------------------*
       2950-REPORT-LINE.
           MOVE BID-ACCT-ID         TO WS-BDI-RPT-ACCT
           MOVE BID-CONTROL-NO      TO WS-BDI-RPT-CONTROL-NO
           MOVE BID-REASON-CD       TO WS-BDI-RPT-REASON-CD
           MOVE BID-RECEIVED-DATE   TO WS-BDI-RPT-RECEIVED
           MOVE WS-EXCEPTION-REASON TO WS-BDI-RPT-RESULT
           WRITE FD-BDSIRPT-REC FROM WS-BDI-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Browses the account's disputes already on the queue for
      * the highest sequence and for this bureau's control
      * number.
      *---------------------------------------------------------------*
       3000-SCAN-ACCOUNT-DISPUTES.
           MOVE 'N'         TO WS-DUPLICATE
           MOVE ZERO        TO WS-LAST-SEQ
           MOVE BID-ACCT-ID TO FD-BDS-ACCT-ID
           MOVE ZERO        TO FD-BDS-SEQ
           MOVE 'N'         TO WS-BDS-EOF
           START BDSPUTE-FILE KEY IS NOT LESS THAN FD-BDS-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-BDS-EOF
           END-START
           PERFORM 3100-BDSPUTE-GET-NEXT
              UNTIL WS-BDS-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next queue row; the browse ends at the first
      * row of another account.
      *---------------------------------------------------------------*
       3100-BDSPUTE-GET-NEXT.
           READ BDSPUTE-FILE NEXT RECORD INTO BUREAU-DISPUTE-RECORD
               AT END
                  MOVE 'Y' TO WS-BDS-EOF
           END-READ
           IF  WS-BDS-EOF = 'N'
               IF  BDSPUTE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING BUREAU DISPUTE QUEUE'
                   MOVE BDSPUTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  BDS-ACCT-ID NOT = BID-ACCT-ID
                   MOVE 'Y' TO WS-BDS-EOF
               ELSE
                   MOVE BDS-SEQ TO WS-LAST-SEQ
                   IF  BDS-BUREAU-CD = WS-BUREAU-CD
                       AND BDS-CONTROL-NO = BID-CONTROL-NO
                       MOVE 'Y' TO WS-DUPLICATE
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the dispute file for sequential input.
      *---------------------------------------------------------------*
       0000-BDSIN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT BDSIN-FILE
           IF  BDSIN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BUREAU DISPUTE FILE'
               MOVE BDSIN-STATUS TO IO-STATUS
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
      * Opens the bureau-dispute work queue for update.
      *---------------------------------------------------------------*
       0200-BDSPUTE-OPEN.
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
      * Opens the intake report for output.
      *---------------------------------------------------------------*
       0300-BDSIRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT BDSIRPT-FILE
           IF  BDSIRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DISPUTE INTAKE REPORT'
               MOVE BDSIRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the dispute file.
      *---------------------------------------------------------------*
       9000-BDSIN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BDSIN-FILE
           IF  BDSIN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BUREAU DISPUTE FILE'
               MOVE BDSIN-STATUS TO IO-STATUS
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
      * Closes the bureau-dispute work queue.
      *---------------------------------------------------------------*
       9200-BDSPUTE-CLOSE.
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
      * Closes the intake report.
      *---------------------------------------------------------------*
       9300-BDSIRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BDSIRPT-FILE
           IF  BDSIRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DISPUTE INTAKE REPORT'
               MOVE BDSIRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the intake itself completed.
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
      * loaded count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-LOADED-COUNT             TO BATCH-RECORD-COUNT
           IF  WS-REJECT-COUNT > 0
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
