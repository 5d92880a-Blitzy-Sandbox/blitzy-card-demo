      ******************************************************************
      * Program     : CBDLR02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Load the predictive dialer's call-result file
      *               into the collections work queue and the
      *               account notes, and list bad numbers.
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
      * CBDLR02C - Predictive Dialer Call-Result Intake (Batch,
      *            next morning)
      *
      * The dialer rings the campaign CBDLR01C extracted and
      * returns one result record per call attempt. The file
      * goes through the usual intake discipline:
      *
      *   Pass 1 - VALIDATE: the header's file date must equal
      *     the PARM business date (the campaign day) and the
      *     trailer's record count must equal what was read.
      *     Any mismatch ABENDS before one result is applied.
      *
      *   Pass 2 - APPLY: each result is matched to its account
      *     on COLLWQ (CVCOL01Y.cpy) by the queue key echoed
      *     from the campaign file. Should the queue have been
      *     rebuilt since the extract (CBACT04C re-keys it at
      *     cycle close), the account is found by a scan of the
      *     queue instead. The dialer result maps onto the
      *     queue's contact outcome:
      *       PP promise to pay            -> 'P'
      *       AR payment arrangement       -> 'A'
      *       RD customer disputes         -> 'D'
      *       NA BZ AM LM no answer, busy,
      *          answering machine, left
      *          message                   -> 'N'
      *       WN DC wrong number,
      *          disconnected              -> 'W'
      *     The outcome, call time and dialer agent are recorded
      *     on the queue record -- unless a collector has
      *     recorded a later contact on COCOL01C, which stands --
      *     and every result is written as an account note
      *     (CVNOT01Y.cpy, user 'DIALER', category 'PP' for a
      *     promise, 'GN' otherwise) so CONOT00C shows the call.
      *
      * The exception report lists every number the dialer
      * flagged wrong or disconnected, for the skip-trace team,
      * and every result that could not be applied (account not
      * on the queue, unknown result code, unusable call time,
      * note already on file); the latter set RETURN-CODE 4.
      *
      * Call-result layouts (100 bytes, first byte the record
      * type) are defined below -- this program is the feed's
      * only reader, the usual sole-consumer convention.
      *
      * Files accessed:
      *   DIALRES   - Dialer call-result file (sequential input,
      *               100; read twice)
      *   COLLWQ    - Collections work queue (KSDS, DYNAMIC I-O)
      *   ACCTNOTE  - Account notes (KSDS, random output)
      *   DLRXRPT   - Exception report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * campaign date the file must be for.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBDLR02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIALRES-FILE ASSIGN TO DIALRES
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DIALRES-STATUS.

           SELECT COLLWQ-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CWQ-KEY
                  FILE STATUS  IS COLLWQ-STATUS.

           SELECT ACCTNOTE-FILE ASSIGN TO ACCTNOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-NOTE-KEY
                  FILE STATUS  IS ACCTNOTE-STATUS.

           SELECT DLRXRPT-FILE ASSIGN TO DLRXRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DLRXRPT-STATUS.

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
      * FD for the dialer call-result file (100 bytes)
       FD  DIALRES-FILE.
       01  FD-DIALRES-REC                       PIC X(100).

      * FD for the collections work queue VSAM (90 bytes)
       FD  COLLWQ-FILE.
       01  FD-COLLWQ-REC.
           05 FD-CWQ-KEY                        PIC X(24).
           05 FD-CWQ-DATA                       PIC X(66).

      * FD for the account notes VSAM (200 bytes)
       FD  ACCTNOTE-FILE.
       01  FD-ACCTNOTE-REC.
           05 FD-NOTE-KEY                       PIC X(25).
           05 FD-NOTE-DATA                      PIC X(175).

      * FD for the exception report (132-byte print)
       FD  DLRXRPT-FILE.
       01  FD-DLRXRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Call-result layouts (100 bytes). Byte 1 carries the
      * record type:
      *   'H' header  - campaign date the results are for
      *   'D' detail  - one call attempt
      *   'T' trailer - detail record count
       01  DIALRES-RECORD                       PIC X(100).
       01  DIALRES-HEADER-REC REDEFINES DIALRES-RECORD.
           05 DRH-REC-TYPE              PIC X(01).
           05 DRH-FILE-DATE             PIC X(10).
           05 FILLER                    PIC X(89).
       01  DIALRES-DETAIL-REC REDEFINES DIALRES-RECORD.
           05 DRD-REC-TYPE              PIC X(01).
      * Queue key as sent on the campaign file (DOD-CWQ-KEY)
           05 DRD-CWQ-KEY               PIC X(24).
           05 DRD-ACCT-ID               PIC 9(11).
      * The number dialed
           05 DRD-PHONE-NUM             PIC X(15).
      * When the call was placed, YYYYMMDDHHMMSS
           05 DRD-CALL-TS               PIC X(14).
           05 DRD-RESULT-CD             PIC X(02).
               88 DRD-RESULT-PROMISE        VALUE 'PP'.
               88 DRD-RESULT-ARRANGEMENT    VALUE 'AR'.
               88 DRD-RESULT-DISPUTE        VALUE 'RD'.
               88 DRD-RESULT-NO-CONTACT     VALUE 'NA' 'BZ'
                                                  'AM' 'LM'.
               88 DRD-RESULT-BAD-NUMBER     VALUE 'WN' 'DC'.
      * The dialer agent who took the call, blank if none
           05 DRD-AGENT-ID              PIC X(08).
           05 FILLER                    PIC X(25).
       01  DIALRES-TRAILER-REC REDEFINES DIALRES-RECORD.
           05 DRT-REC-TYPE              PIC X(01).
           05 DRT-RECORD-COUNT          PIC 9(09).
           05 FILLER                    PIC X(90).
       01  DIALRES-STATUS.
           05  DIALRES-STAT1       PIC X.
           05  DIALRES-STAT2       PIC X.

      * CVCOL01Y: 90-byte collections work-queue record
       COPY CVCOL01Y.
       01  COLLWQ-STATUS.
           05  COLLWQ-STAT1        PIC X.
           05  COLLWQ-STAT2        PIC X.

      * CVNOT01Y: 200-byte account note record
       COPY CVNOT01Y.
       01  ACCTNOTE-STATUS.
           05  ACCTNOTE-STAT1      PIC X.
           05  ACCTNOTE-STAT2      PIC X.

       01  DLRXRPT-STATUS.
           05  DLRXRPT-STAT1       PIC X.
           05  DLRXRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBDLR02C'.
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
       01  WS-CWQ-EOF              PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Run controls
       01 WS-MISC-VARS.
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-CWQ-FOUND              PIC X(01) VALUE 'N'.
              88 WS-CWQ-IS-FOUND                  VALUE 'Y'.
           05 WS-NEW-OUTCOME            PIC X(01) VALUE SPACES.
           05 WS-RESULT-DESC            PIC X(20) VALUE SPACES.
           05 WS-CONTACT-USR-ID         PIC X(08) VALUE SPACES.
           05 WS-EXCEPTION-REASON       PIC X(30) VALUE SPACES.
       01 WS-COUNTERS.
           05 WS-RESULT-COUNT           PIC 9(09) VALUE 0.
           05 WS-APPLIED-COUNT          PIC 9(09) VALUE 0.
           05 WS-QUEUE-UPD-COUNT        PIC 9(09) VALUE 0.
           05 WS-NOTE-COUNT             PIC 9(09) VALUE 0.
           05 WS-BAD-NUMBER-COUNT       PIC 9(09) VALUE 0.
           05 WS-REJECT-COUNT           PIC 9(09) VALUE 0.

      * Exception report lines (sole-writer convention)
       01 WS-DLX-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'DIALER CALL-RESULT EXCEPTIONS'.
           05 FILLER                    PIC X(16)
                   VALUE 'CAMPAIGN DATE: '.
           05 WS-DLX-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(66) VALUE SPACES.
       01 WS-DLX-RPT-LINE.
           05 FILLER                    PIC X(09)
                   VALUE 'ACCOUNT '.
           05 WS-DLX-RPT-ACCT           PIC X(11).
           05 FILLER                    PIC X(08)
                   VALUE '  PHONE '.
           05 WS-DLX-RPT-PHONE          PIC X(15).
           05 FILLER                    PIC X(09)
                   VALUE '  CALLED '.
           05 WS-DLX-RPT-CALL-TS        PIC X(14).
           05 FILLER                    PIC X(09)
                   VALUE '  RESULT '.
           05 WS-DLX-RPT-RESULT         PIC X(02).
           05 FILLER                    PIC X(03) VALUE ' - '.
           05 WS-DLX-RPT-REASON         PIC X(30).
           05 FILLER                    PIC X(22) VALUE SPACES.
       01 WS-DLX-RPT-TOTAL-LINE.
           05 WS-DLX-RPT-TOT-LABEL      PIC X(30).
           05 WS-DLX-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-DLX-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the campaign date the result file
      * must be for, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: pass 1 proves the file, pass 2 applies.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDLR02C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-DIALRES-OPEN.
           PERFORM 0100-COLLWQ-OPEN.
           PERFORM 0200-ACCTNOTE-OPEN.
           PERFORM 0300-DLRXRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * Pass 1: control-total proof before anything is applied
           PERFORM 1100-VERIFY-NEXT-RECORD
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 1500-PROVE-CONTROL-TOTALS.

      * Rewind for the apply pass
           PERFORM 9000-DIALRES-CLOSE.
           PERFORM 0000-DIALRES-OPEN.
           MOVE 'N' TO END-OF-FILE

           MOVE WS-FILE-DATE TO WS-DLX-RPT-DATE
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-HEADER
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-BLANK

           PERFORM 2000-APPLY-NEXT-RECORD
              UNTIL END-OF-FILE = 'Y'.

           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-BLANK
           MOVE 'CALL RESULTS READ           :' TO WS-DLX-RPT-TOT-LABEL
           MOVE WS-RESULT-COUNT       TO WS-DLX-RPT-TOT-COUNT
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-TOTAL-LINE
           MOVE 'CALL RESULTS APPLIED        :' TO WS-DLX-RPT-TOT-LABEL
           MOVE WS-APPLIED-COUNT      TO WS-DLX-RPT-TOT-COUNT
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-TOTAL-LINE
           MOVE '  QUEUE CONTACTS UPDATED    :' TO WS-DLX-RPT-TOT-LABEL
           MOVE WS-QUEUE-UPD-COUNT    TO WS-DLX-RPT-TOT-COUNT
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-TOTAL-LINE
           MOVE '  ACCOUNT NOTES WRITTEN     :' TO WS-DLX-RPT-TOT-LABEL
           MOVE WS-NOTE-COUNT         TO WS-DLX-RPT-TOT-COUNT
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-TOTAL-LINE
           MOVE 'WRONG OR DISCONNECTED       :' TO WS-DLX-RPT-TOT-LABEL
           MOVE WS-BAD-NUMBER-COUNT   TO WS-DLX-RPT-TOT-COUNT
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-TOTAL-LINE
           MOVE 'RESULTS NOT APPLIED         :' TO WS-DLX-RPT-TOT-LABEL
           MOVE WS-REJECT-COUNT       TO WS-DLX-RPT-TOT-COUNT
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-TOTAL-LINE

           PERFORM 9000-DIALRES-CLOSE.
           PERFORM 9100-COLLWQ-CLOSE.
           PERFORM 9200-ACCTNOTE-CLOSE.
           PERFORM 9300-DLRXRPT-CLOSE.

           DISPLAY 'CALL RESULTS READ      :' WS-RESULT-COUNT
           DISPLAY 'CALL RESULTS APPLIED   :' WS-APPLIED-COUNT
           DISPLAY 'WRONG OR DISCONNECTED  :' WS-BAD-NUMBER-COUNT
           DISPLAY 'RESULTS NOT APPLIED    :' WS-REJECT-COUNT

           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDLR02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next call-result record sequentially.
      *---------------------------------------------------------------*
       1000-DIALRES-GET-NEXT.
           READ DIALRES-FILE INTO DIALRES-RECORD.
           IF  DIALRES-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  DIALRES-STATUS = '10'
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
                   DISPLAY 'ERROR READING DIALER RESULT FILE'
                   MOVE DIALRES-STATUS TO IO-STATUS
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
           PERFORM 1000-DIALRES-GET-NEXT
           IF  END-OF-FILE = 'N'
               EVALUATE DRH-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE DRH-FILE-DATE TO WS-FILE-DATE
                   WHEN 'D'
                       ADD 1 TO WS-RESULT-COUNT
                       IF  DRD-ACCT-ID IS NOT NUMERIC
                           DISPLAY 'NON-NUMERIC RESULT ACCOUNT'
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                   WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE DRT-RECORD-COUNT TO WS-TRL-COUNT
                   WHEN OTHER
                       DISPLAY 'UNKNOWN DIALER RESULT RECORD TYPE'
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with the run's date, trailer
      * present with a matching count. Any miss ABENDS with
      * nothing applied.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               OR WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'DIALER RESULT FILE MISSING HEADER OR TRAILER'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FILE-DATE NOT = PARM-DATE
               DISPLAY 'DIALER RESULT FILE DATE ' WS-FILE-DATE
                  ' IS NOT RUN DATE ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-COUNT NOT = WS-RESULT-COUNT
               DISPLAY 'DIALER RESULT COUNT MISMATCH: TRAILER '
                  WS-TRL-COUNT ' READ ' WS-RESULT-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-2 dispatch: details are applied, header and trailer
      * were dealt with in pass 1.
      *---------------------------------------------------------------*
       2000-APPLY-NEXT-RECORD.
           PERFORM 1000-DIALRES-GET-NEXT
           IF  END-OF-FILE = 'N'
               IF  DRD-REC-TYPE = 'D'
                   PERFORM 2100-APPLY-CALL-RESULT
                      THRU 2100-APPLY-CALL-RESULT-EXIT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Applies one call result: maps the result code, finds the
      * queue record, records the contact on it and writes the
      * account note. Wrong and disconnected numbers are applied
      * like any other result and also listed for skip-trace.
      *---------------------------------------------------------------*
       2100-APPLY-CALL-RESULT.
           EVALUATE TRUE
               WHEN DRD-RESULT-PROMISE
                   MOVE 'P' TO WS-NEW-OUTCOME
                   MOVE 'PROMISE TO PAY'       TO WS-RESULT-DESC
               WHEN DRD-RESULT-ARRANGEMENT
                   MOVE 'A' TO WS-NEW-OUTCOME
                   MOVE 'PAYMENT ARRANGEMENT'  TO WS-RESULT-DESC
               WHEN DRD-RESULT-DISPUTE
                   MOVE 'D' TO WS-NEW-OUTCOME
                   MOVE 'CUSTOMER DISPUTES'    TO WS-RESULT-DESC
               WHEN DRD-RESULT-NO-CONTACT
                   MOVE 'N' TO WS-NEW-OUTCOME
                   EVALUATE DRD-RESULT-CD
                       WHEN 'NA'
                           MOVE 'NO ANSWER'    TO WS-RESULT-DESC
                       WHEN 'BZ'
                           MOVE 'BUSY'         TO WS-RESULT-DESC
                       WHEN 'AM'
                           MOVE 'ANSWERING MACHINE'
                                               TO WS-RESULT-DESC
                       WHEN OTHER
                           MOVE 'LEFT MESSAGE' TO WS-RESULT-DESC
                   END-EVALUATE
               WHEN DRD-RESULT-BAD-NUMBER
                   MOVE 'W' TO WS-NEW-OUTCOME
                   IF  DRD-RESULT-CD = 'WN'
                       MOVE 'WRONG NUMBER'     TO WS-RESULT-DESC
                   ELSE
                       MOVE 'DISCONNECTED'     TO WS-RESULT-DESC
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RESULT CODE'  TO WS-EXCEPTION-REASON
                   PERFORM 2900-REPORT-REJECT
                   GO TO 2100-APPLY-CALL-RESULT-EXIT
           END-EVALUATE
           IF  DRD-CALL-TS IS NOT NUMERIC
               MOVE 'CALL TIME NOT VALID'      TO WS-EXCEPTION-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-APPLY-CALL-RESULT-EXIT
           END-IF

           PERFORM 3000-FIND-QUEUE-RECORD
           IF  NOT WS-CWQ-IS-FOUND
               MOVE 'ACCOUNT NOT ON WORK QUEUE' TO WS-EXCEPTION-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-APPLY-CALL-RESULT-EXIT
           END-IF

           IF  DRD-AGENT-ID = SPACES
               MOVE 'DIALER'     TO WS-CONTACT-USR-ID
           ELSE
               MOVE DRD-AGENT-ID TO WS-CONTACT-USR-ID
           END-IF

      * A later contact already on the queue record -- a
      * collector's, or a later attempt earlier in this file --
      * is left standing; the call still goes on the notes.
           IF  CWQ-LAST-CONTACT-TS = SPACES
               OR DRD-CALL-TS > CWQ-LAST-CONTACT-TS
               MOVE DRD-CALL-TS       TO CWQ-LAST-CONTACT-TS
               MOVE WS-NEW-OUTCOME    TO CWQ-CONTACT-OUTCOME
               MOVE WS-CONTACT-USR-ID TO CWQ-CONTACT-USR-ID
               PERFORM 3200-REWRITE-QUEUE-RECORD
           END-IF

           PERFORM 4000-WRITE-ACCOUNT-NOTE
           IF  ACCTNOTE-STATUS = '22'
               MOVE 'NOTE ALREADY ON FILE'     TO WS-EXCEPTION-REASON
               PERFORM 2900-REPORT-REJECT
               GO TO 2100-APPLY-CALL-RESULT-EXIT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT

           IF  DRD-RESULT-BAD-NUMBER
               ADD 1 TO WS-BAD-NUMBER-COUNT
               MOVE WS-RESULT-DESC TO WS-EXCEPTION-REASON
               PERFORM 2950-REPORT-LINE
           END-IF
           .
       2100-APPLY-CALL-RESULT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lists a result that could not be applied.
      *---------------------------------------------------------------*
       2900-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 2950-REPORT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Writes one exception line for the current result.
      *---------------------------------------------------------------*
       2950-REPORT-LINE.
           MOVE DRD-ACCT-ID         TO WS-DLX-RPT-ACCT
           MOVE DRD-PHONE-NUM       TO WS-DLX-RPT-PHONE
           MOVE DRD-CALL-TS         TO WS-DLX-RPT-CALL-TS
           MOVE DRD-RESULT-CD       TO WS-DLX-RPT-RESULT
           MOVE WS-EXCEPTION-REASON TO WS-DLX-RPT-REASON
           WRITE FD-DLRXRPT-REC FROM WS-DLX-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Finds the account's queue record: first by the key the
      * campaign carried, then -- if the queue was rebuilt and
      * re-keyed since -- by scanning the queue for the account.
      *---------------------------------------------------------------*
       3000-FIND-QUEUE-RECORD.
           MOVE 'N' TO WS-CWQ-FOUND
           MOVE DRD-CWQ-KEY TO FD-CWQ-KEY
           READ COLLWQ-FILE INTO COLLECT-WQ-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF  CWQ-ACCT-ID = DRD-ACCT-ID
                      MOVE 'Y' TO WS-CWQ-FOUND
                  END-IF
           END-READ
           IF  NOT WS-CWQ-IS-FOUND
               MOVE LOW-VALUES TO FD-CWQ-KEY
               MOVE 'N' TO WS-CWQ-EOF
               START COLLWQ-FILE KEY IS NOT LESS THAN FD-CWQ-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-CWQ-EOF
               END-START
               PERFORM 3100-SCAN-QUEUE
                  UNTIL WS-CWQ-EOF = 'Y'
                     OR WS-CWQ-IS-FOUND
           END-IF
           EXIT.
       3100-SCAN-QUEUE.
           READ COLLWQ-FILE NEXT RECORD INTO COLLECT-WQ-RECORD
               AT END
                  MOVE 'Y' TO WS-CWQ-EOF
               NOT AT END
                  IF  CWQ-ACCT-ID = DRD-ACCT-ID
                      MOVE 'Y' TO WS-CWQ-FOUND
                  END-IF
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the queue record just read with the contact.
      *---------------------------------------------------------------*
       3200-REWRITE-QUEUE-RECORD.
           REWRITE FD-COLLWQ-REC FROM COLLECT-WQ-RECORD
           IF  COLLWQ-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-QUEUE-UPD-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Writes the call as an account note, stamped with the call
      * time so it files among the collectors' notes in order.
      * A duplicate key is returned to the caller as status 22.
      *---------------------------------------------------------------*
       4000-WRITE-ACCOUNT-NOTE.
           INITIALIZE ACCT-NOTE-RECORD
           MOVE DRD-ACCT-ID         TO NOTE-ACCT-ID
           MOVE DRD-CALL-TS         TO NOTE-TS
           MOVE 'DIALER'            TO NOTE-USR-ID
           IF  DRD-RESULT-PROMISE
               SET NOTE-CAT-PROMISE-TO-PAY TO TRUE
           ELSE
               SET NOTE-CAT-GENERAL        TO TRUE
           END-IF
           STRING 'DIALER CALL TO '     DELIMITED BY SIZE
                  DRD-PHONE-NUM         DELIMITED BY SPACE
                  ': '                  DELIMITED BY SIZE
                  WS-RESULT-DESC        DELIMITED BY '  '
                  ', AGENT '            DELIMITED BY SIZE
                  WS-CONTACT-USR-ID     DELIMITED BY SPACE
             INTO NOTE-TEXT
           END-STRING
           WRITE FD-ACCTNOTE-REC FROM ACCT-NOTE-RECORD
           IF  ACCTNOTE-STATUS = '00'
               ADD 1 TO WS-NOTE-COUNT
           ELSE
               IF  ACCTNOTE-STATUS NOT = '22'
                   DISPLAY 'ERROR WRITING ACCOUNT NOTE'
                   MOVE ACCTNOTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the call-result file for sequential input.
      *---------------------------------------------------------------*
       0000-DIALRES-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DIALRES-FILE
           IF  DIALRES-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DIALER RESULT FILE'
               MOVE DIALRES-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the work queue for update.
      *---------------------------------------------------------------*
       0100-COLLWQ-OPEN.
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
      * Opens the account notes for random write.
      *---------------------------------------------------------------*
       0200-ACCTNOTE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ACCTNOTE-FILE
           IF  ACCTNOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT NOTES FILE'
               MOVE ACCTNOTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the exception report for output.
      *---------------------------------------------------------------*
       0300-DLRXRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT DLRXRPT-FILE
           IF  DLRXRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DIALER EXCEPTION REPORT'
               MOVE DLRXRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the call-result file.
      *---------------------------------------------------------------*
       9000-DIALRES-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DIALRES-FILE
           IF  DIALRES-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DIALER RESULT FILE'
               MOVE DIALRES-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the work queue.
      *---------------------------------------------------------------*
       9100-COLLWQ-CLOSE.
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
      * Closes the account notes.
      *---------------------------------------------------------------*
       9200-ACCTNOTE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACCTNOTE-FILE
           IF  ACCTNOTE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCOUNT NOTES FILE'
               MOVE ACCTNOTE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the exception report.
      *---------------------------------------------------------------*
       9300-DLRXRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DLRXRPT-FILE
           IF  DLRXRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DIALER EXCEPTION REPORT'
               MOVE DLRXRPT-STATUS TO IO-STATUS
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
      * applied count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-APPLIED-COUNT            TO BATCH-RECORD-COUNT
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
