      ******************************************************************
      * Program     : CSFRGCHK.CBL
      * Application : CardDemo
      * Type        : COMMON / Shared routine (batch CALL)
      * Function    : Check an inbound interface file against the
      *               FILEREG registry and record it there.
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
      * CSFRGCHK - Inbound File Registry Check (shared routine)
      *
      * The intake converters once trusted whatever file the
      * sender handed them; a resent lockbox file would have
      * posted every payment twice. Each intake now proves its
      * file and calls here before it releases anything,
      * passing the file's registry row (CVFRG01Y.cpy) with the
      * feed, sender, file date and sequence, detail record
      * count and content hash filled in (CSFRGPY.cpy).
      *
      * CALL 'CSFRGCHK' USING FILE-REGISTRY-RECORD
      *
      *   The feed's rows are browsed and the file judged
      *   against its ACCEPTED ones only -- a refused file is
      *   never the reference for another:
      *     DUPLICATE       - same sender, file date and non-zero
      *                       sequence; or the same record count
      *                       and content hash from anyone
      *     OUT OF SEQUENCE - a sequence that is not one more
      *                       than the sender's last accepted
      *                       one, or a file date earlier than
      *                       the sender's last accepted file
      *   The row is written under the feed and the current
      *   timestamp with FRG-STATUS set to the verdict, so the
      *   COFRG00C inquiry shows refusals beside acceptances.
      *   A refusal raises one CRITICAL ALERTS record under the
      *   intake's job name. A registry that will not open,
      *   browse or take the row answers 'E' -- refused, since
      *   an unregistered file is not protected against its own
      *   resend -- and raises the same alert.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSFRGCHK.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEREG-FILE ASSIGN TO FILEREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-FRG-KEY
                  FILE STATUS  IS FILEREG-STATUS.

           SELECT ALERTS-FILE ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ALT-KEY
                  FILE STATUS  IS ALERTS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the inbound file registry VSAM (120 bytes)
       FD  FILEREG-FILE.
      * laid out in full: the feed's rows are browsed here
       01  FD-FILEREG-REC.
           05 FD-FRG-KEY.
              10 FD-FRG-FEED-ID                 PIC X(08).
              10 FD-FRG-RECEIVED-TS             PIC X(14).
           05 FD-FRG-SENDER                     PIC X(10).
           05 FD-FRG-FILE-DATE                  PIC X(10).
           05 FD-FRG-FILE-SEQ                   PIC 9(06).
           05 FD-FRG-RECORD-COUNT               PIC 9(09).
           05 FD-FRG-CONTENT-HASH               PIC 9(18).
           05 FD-FRG-INTAKE-JOB                 PIC X(08).
           05 FD-FRG-RUN-DATE                   PIC X(10).
           05 FD-FRG-STATUS                     PIC X(01).
              88 FD-FRG-ACCEPTED                VALUE 'A'.
           05 FD-FRG-MATCHED-TS                 PIC X(14).
           05 FILLER                            PIC X(12).

      * FD for the operational alert VSAM (160 bytes)
       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05 FD-ALT-DATA                       PIC X(138).

       WORKING-STORAGE SECTION.
       01  FILEREG-STATUS.
           05  FILEREG-STAT1       PIC X.
           05  FILEREG-STAT2       PIC X.

      * CSALT01Y: 160-byte operational alert record
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.

      * The browse of the feed's rows
       01  WS-BROWSE-EOF           PIC X(01) VALUE 'N'.
       01  WS-NOW-TS               PIC X(14) VALUE SPACES.
      * The sender's last accepted file: its sequence, date and
      * when it was received
       01  WS-LAST-SEQ             PIC 9(06) VALUE 0.
       01  WS-LAST-DATE            PIC X(10) VALUE SPACES.
       01  WS-LAST-TS              PIC X(14) VALUE SPACES.
       01  WS-NEXT-SEQ             PIC 9(07) VALUE 0.
      * The alert
       01  WS-ALERT-MESSAGE        PIC X(80) VALUE SPACES.
       01  WS-SEQ-EDIT             PIC Z(05)9.

       LINKAGE SECTION.
      * CVFRG01Y: the caller's 120-byte registry row
       COPY CVFRG01Y.
      *****************************************************************
       PROCEDURE DIVISION USING FILE-REGISTRY-RECORD.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS            TO FRG-RECEIVED-TS
           MOVE SPACES               TO FRG-MATCHED-TS
           SET FRG-ACCEPTED          TO TRUE
           OPEN I-O FILEREG-FILE
           IF FILEREG-STATUS NOT = '00'
              DISPLAY 'CSFRGCHK: COULD NOT OPEN FILEREG - '
                 FILEREG-STATUS
              SET FRG-REGISTRY-DOWN TO TRUE
              PERFORM 8000-RAISE-ALERT
              GOBACK
           END-IF
           PERFORM 1000-SCAN-FEED
           IF FRG-ACCEPTED
              PERFORM 2000-CHECK-SEQUENCE THRU 2000-EXIT
           END-IF
           PERFORM 3000-WRITE-ROW
           CLOSE FILEREG-FILE
           IF NOT FRG-ACCEPTED
              PERFORM 8000-RAISE-ALERT
           END-IF
           GOBACK.
      *---------------------------------------------------------------*
      * Browses the feed's rows in arrival order: any accepted
      * duplicate ends the scan; otherwise the sender's last
      * accepted file is kept for the sequence test.
      *---------------------------------------------------------------*
       1000-SCAN-FEED.
           MOVE LOW-VALUES           TO FD-FRG-KEY
           MOVE FRG-FEED-ID          TO FD-FRG-KEY(1:8)
           MOVE 'N'                  TO WS-BROWSE-EOF
           MOVE 0                    TO WS-LAST-SEQ
           MOVE SPACES               TO WS-LAST-DATE
                                        WS-LAST-TS
           START FILEREG-FILE KEY IS NOT LESS THAN FD-FRG-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM 1100-NEXT-FEED-ROW THRU 1100-EXIT
              UNTIL WS-BROWSE-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One row of the feed.
      *---------------------------------------------------------------*
       1100-NEXT-FEED-ROW.
           READ FILEREG-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-BROWSE-EOF
           END-READ
           IF WS-BROWSE-EOF = 'Y'
              GO TO 1100-EXIT
           END-IF
           IF FILEREG-STATUS NOT = '00'
              DISPLAY 'CSFRGCHK: FILEREG READ FAILED - '
                 FILEREG-STATUS
              SET FRG-REGISTRY-DOWN TO TRUE
              MOVE 'Y' TO WS-BROWSE-EOF
              GO TO 1100-EXIT
           END-IF
           IF FD-FRG-FEED-ID NOT = FRG-FEED-ID
              MOVE 'Y' TO WS-BROWSE-EOF
              GO TO 1100-EXIT
           END-IF
           IF NOT FD-FRG-ACCEPTED
              GO TO 1100-EXIT
           END-IF
           IF FD-FRG-RECORD-COUNT = FRG-RECORD-COUNT
              AND FD-FRG-CONTENT-HASH = FRG-CONTENT-HASH
              SET FRG-DUPLICATE TO TRUE
           END-IF
           IF FD-FRG-SENDER = FRG-SENDER
              AND FRG-FILE-SEQ > 0
              AND FD-FRG-FILE-SEQ = FRG-FILE-SEQ
              AND FD-FRG-FILE-DATE = FRG-FILE-DATE
              SET FRG-DUPLICATE TO TRUE
           END-IF
           IF FRG-DUPLICATE
              MOVE FD-FRG-RECEIVED-TS TO FRG-MATCHED-TS
              MOVE 'Y' TO WS-BROWSE-EOF
              GO TO 1100-EXIT
           END-IF
           IF FD-FRG-SENDER = FRG-SENDER
              MOVE FD-FRG-FILE-SEQ    TO WS-LAST-SEQ
              MOVE FD-FRG-FILE-DATE   TO WS-LAST-DATE
              MOVE FD-FRG-RECEIVED-TS TO WS-LAST-TS
           END-IF
           .
       1100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The sequence test against the sender's last accepted
      * file. The sender's first file sets the sequence; a feed
      * without sequence numbers is held to its dates alone.
      *---------------------------------------------------------------*
       2000-CHECK-SEQUENCE.
           IF WS-LAST-TS = SPACES
              GO TO 2000-EXIT
           END-IF
           COMPUTE WS-NEXT-SEQ = WS-LAST-SEQ + 1
           IF FRG-FILE-SEQ > 0
              AND WS-LAST-SEQ > 0
              AND FRG-FILE-SEQ NOT = WS-NEXT-SEQ
              SET FRG-OUT-OF-SEQUENCE TO TRUE
           END-IF
           IF FRG-FILE-DATE < WS-LAST-DATE
              SET FRG-OUT-OF-SEQUENCE TO TRUE
           END-IF
           IF FRG-OUT-OF-SEQUENCE
              MOVE WS-LAST-TS TO FRG-MATCHED-TS
           END-IF
           .
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Records the file under the feed and now, with its
      * verdict. An accepted file that cannot be recorded is
      * refused after all.
      *---------------------------------------------------------------*
       3000-WRITE-ROW.
           MOVE FRG-KEY              TO FD-FRG-KEY
           WRITE FD-FILEREG-REC FROM FILE-REGISTRY-RECORD
           IF FILEREG-STATUS NOT = '00'
              DISPLAY 'CSFRGCHK: COULD NOT WRITE FILEREG - '
                 FILEREG-STATUS
              SET FRG-REGISTRY-DOWN TO TRUE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One CRITICAL alert for the refusal, under the intake's
      * own job name. A failure here is logged only -- the
      * intake ends on the refusal either way.
      *---------------------------------------------------------------*
       8000-RAISE-ALERT.
           MOVE FRG-FILE-SEQ         TO WS-SEQ-EDIT
           MOVE SPACES               TO WS-ALERT-MESSAGE
           EVALUATE TRUE
               WHEN FRG-DUPLICATE
                   STRING FRG-FEED-ID DELIMITED BY SPACE
                          ' FILE REFUSED - DUPLICATE OF FILE OF '
                          FRG-MATCHED-TS
                          DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
                   END-STRING
               WHEN FRG-OUT-OF-SEQUENCE
                   STRING FRG-FEED-ID DELIMITED BY SPACE
                          ' FILE REFUSED - OUT OF SEQUENCE, SEQ '
                          WS-SEQ-EDIT ' DATED ' FRG-FILE-DATE
                          DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
                   END-STRING
               WHEN OTHER
                   STRING FRG-FEED-ID DELIMITED BY SPACE
                          ' FILE REFUSED - FILE REGISTRY UNAVAILABLE'
                          DELIMITED BY SIZE
                     INTO WS-ALERT-MESSAGE
                   END-STRING
           END-EVALUATE
           DISPLAY 'CSFRGCHK: ' WS-ALERT-MESSAGE
           OPEN I-O ALERTS-FILE
           IF ALERTS-STATUS NOT = '00'
              DISPLAY 'CSFRGCHK: COULD NOT OPEN ALERTS FILE'
           ELSE
              INITIALIZE ALERT-RECORD
              MOVE WS-NOW-TS            TO ALT-TS
              MOVE FRG-INTAKE-JOB       TO ALT-SOURCE-JOB
              SET ALT-SEV-CRITICAL      TO TRUE
              SET ALT-STATUS-OPEN       TO TRUE
              MOVE WS-ALERT-MESSAGE     TO ALT-MESSAGE
              MOVE ALT-KEY              TO FD-ALT-KEY
              WRITE FD-ALERTS-REC FROM ALERT-RECORD
              IF ALERTS-STATUS NOT = '00'
                 DISPLAY 'CSFRGCHK: COULD NOT WRITE ALERT - '
                    ALERTS-STATUS
              END-IF
              CLOSE ALERTS-FILE
           END-IF
           EXIT.
