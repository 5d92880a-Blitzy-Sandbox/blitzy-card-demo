      ******************************************************************
      * Program     : CBAUP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily authorized-party expiry.
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
      * CBAUP01C - Daily Authorized Party Expiry (Batch)
      *
      * One pass of the authorized parties on AUTHPTY
      * (CVAUP01Y.cpy). Every party still active whose expiry
      * date is before the PARM date -- the authority ran out
      * at the end of its expiry day -- is set expired ('E')
      * with the PARM date as its end date, and is listed on the
      * job log. Parties with no expiry date, and parties
      * already expired, revoked or terminated, are left alone.
      * From then on COC3600C no longer shows the party and
      * COBIL00C/COCUP00C refuse it as an acting party (they
      * already refuse a party past its expiry date, so nothing
      * waits on this run).
      *
      * Files accessed:
      *   AUTHPTY   - Authorized parties (KSDS, sequential I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBAUP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHPTY-FILE ASSIGN TO AUTHPTY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AUP-KEY
                  FILE STATUS  IS AUTHPTY-STATUS.

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
      * FD for the authorized party VSAM (150 bytes)
       FD  AUTHPTY-FILE.
       01  FD-AUTHPTY-REC.
           05 FD-AUP-KEY                        PIC X(13).
           05 FD-AUP-DATA                       PIC X(137).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVAUP01Y: 150-byte authorized party record
       COPY CVAUP01Y.
       01  AUTHPTY-STATUS.
           05  AUTHPTY-STAT1       PIC X.
           05  AUTHPTY-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBAUP01C'.
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

      * The run date, and the date check work fields
       01  WS-RUN-DATE-X            PIC X(10) VALUE SPACES.
       01  WS-DATE-N                PIC 9(08) VALUE 0.
       01  WS-DATE-VALID            PIC X(01) VALUE 'N'.

      * Run counts
       01  WS-PARTY-COUNT           PIC 9(09) VALUE 0.
       01  WS-ACTIVE-COUNT          PIC 9(09) VALUE 0.
       01  WS-EXPIRED-COUNT         PIC 9(09) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: checks the run date, then passes the
      * parties expiring the ones whose authority has run out.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAUP01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE TO WS-RUN-DATE-X
           PERFORM 7000-CHECK-RUN-DATE
           IF  WS-DATE-VALID NOT = 'Y'
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0000-AUTHPTY-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-PARTY-PASS.

           PERFORM 9000-AUTHPTY-CLOSE.

           DISPLAY 'PARTIES READ           :' WS-PARTY-COUNT
           DISPLAY 'ACTIVE PARTIES LEFT    :' WS-ACTIVE-COUNT
           DISPLAY 'PARTIES EXPIRED        :' WS-EXPIRED-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAUP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * One pass of the parties in key order.
      *---------------------------------------------------------------*
       1000-PARTY-PASS.
           PERFORM 1010-TAKE-NEXT-PARTY
              UNTIL END-OF-FILE = 'Y'
           EXIT.
       1010-TAKE-NEXT-PARTY.
           READ AUTHPTY-FILE INTO AUTHORIZED-PARTY-RECORD
               AT END
                  MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  END-OF-FILE = 'N'
               IF  AUTHPTY-STATUS NOT = '00'
                   DISPLAY 'ERROR READING AUTHORIZED PARTY FILE'
                   MOVE AUTHPTY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-PARTY-COUNT
               IF  AUP-STATUS-ACTIVE
                   IF  AUP-EXPIRY-DATE NOT = SPACES
                   AND AUP-EXPIRY-DATE < WS-RUN-DATE-X
                       PERFORM 1100-EXPIRE-PARTY
                   ELSE
                       ADD 1 TO WS-ACTIVE-COUNT
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets the party just read expired as of the run date and
      * rewrites it, listing it on the job log. Abends on a
      * rewrite failure.
      *---------------------------------------------------------------*
       1100-EXPIRE-PARTY.
           SET AUP-STATUS-EXPIRED           TO TRUE
           MOVE WS-RUN-DATE-X               TO AUP-END-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUP-LAST-UPD-TS
           MOVE WS-BATCH-JOB-NAME           TO AUP-LAST-UPD-USR-ID
           REWRITE FD-AUTHPTY-REC FROM AUTHORIZED-PARTY-RECORD
           IF  AUTHPTY-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-EXPIRED-COUNT
           DISPLAY 'EXPIRED: ACCT ' AUP-ACCT-ID
                   ' SEQ '          AUP-SEQ
                   ' '              AUP-RELATIONSHIP
                   ' EXPIRY '       AUP-EXPIRY-DATE
                   ' '              AUP-NAME
           EXIT.
      *---------------------------------------------------------------*
      * The PARM date must be a real YYYY-MM-DD date.
      *---------------------------------------------------------------*
       7000-CHECK-RUN-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF  WS-RUN-DATE-X(1:4) IS NUMERIC
           AND WS-RUN-DATE-X(5:1) = '-'
           AND WS-RUN-DATE-X(6:2) IS NUMERIC
           AND WS-RUN-DATE-X(8:1) = '-'
           AND WS-RUN-DATE-X(9:2) IS NUMERIC
               MOVE WS-RUN-DATE-X(1:4) TO WS-DATE-N(1:4)
               MOVE WS-RUN-DATE-X(6:2) TO WS-DATE-N(5:2)
               MOVE WS-RUN-DATE-X(9:2) TO WS-DATE-N(7:2)
               IF  FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-N) = 0
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the authorized party VSAM for sequential update.
      *---------------------------------------------------------------*
       0000-AUTHPTY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O AUTHPTY-FILE
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
      * Closes the authorized party VSAM.
      *---------------------------------------------------------------*
       9000-AUTHPTY-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AUTHPTY-FILE
           IF  AUTHPTY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the parties were already rewritten.
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
      * parties-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-PARTY-COUNT              TO BATCH-RECORD-COUNT
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
