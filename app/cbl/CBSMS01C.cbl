      ******************************************************************
      * Program     : CBSMS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Statement message cycle report.
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
      * CBSMS01C - Statement Message Cycle Report (Batch, per cycle)
      *
      * Runs after CBSTM03A has archived the cycle's statements.
      * Loads the statement message file (CVSMS01Y.cpy), then
      * reads the statement archive and, for every statement
      * summary archived under the run's cycle date, counts
      * each message the statement carried (SAR-SUM-MSG,
      * CVSTA01Y.cpy). The report lists, one line per message,
      * every message live on the cycle date or carried by at
      * least one statement -- its priority, targeting for
      * delivery, insert code and the number of statements it
      * went out on -- so marketing and compliance can see a
      * message reached the segment it was meant for, and the
      * insert counts the vendor should have stuffed. Messages
      * not live and not carried are left off.
      *
      * A message ID on a statement that is no longer on the
      * message file (deleted since the cycle ran) is counted
      * as UNKNOWN on the totals line.
      *
      * Files accessed:
      *   STMTMSG   - Statement messages (KSDS, sequential input)
      *   STMTARCH  - Statement archive (KSDS, sequential input)
      *   SMSRPT    - Message cycle report (sequential output,
      *               132)
      *
      * Receives via JCL PARM: the cycle date whose statements
      * are counted: PARM='2022-07-19'
      *
      * RETURN-CODE 4 when no statement was archived under the
      * cycle date.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSMS01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMTMSG-FILE ASSIGN TO STMTMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SMS-MSG-ID
                  FILE STATUS  IS STMTMSG-STATUS.

           SELECT STMTARCH-FILE ASSIGN TO STMTARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SAR-KEY
                  FILE STATUS  IS STMTARCH-STATUS.

           SELECT SMSRPT-FILE ASSIGN TO SMSRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS SMSRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the statement message VSAM (250 bytes)
       FD  STMTMSG-FILE.
       01  FD-STMTMSG-REC.
           05 FD-SMS-MSG-ID                     PIC X(08).
           05 FD-SMS-DATA                       PIC X(242).

      * FD for the statement archive VSAM (160 bytes)
       FD  STMTARCH-FILE.
       01  FD-STMTARCH-REC.
           05 FD-SAR-KEY                        PIC X(25).
           05 FD-SAR-DATA                       PIC X(135).

       FD  SMSRPT-FILE.
       01  FD-SMSRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVSMS01Y: 250-byte statement message record
       COPY CVSMS01Y.
       01  STMTMSG-STATUS.
           05  STMTMSG-STAT1       PIC X.
           05  STMTMSG-STAT2       PIC X.

      * CVSTA01Y: 160-byte statement archive record
       COPY CVSTA01Y.
       01  STMTARCH-STATUS.
           05  STMTARCH-STAT1      PIC X.
           05  STMTARCH-STAT2      PIC X.

       01  SMSRPT-STATUS.
           05  SMSRPT-STAT1        PIC X.
           05  SMSRPT-STAT2        PIC X.

      * The message file held in message-ID order (the order it
      * is read in), with the count of the cycle's statements
      * that carried each message
       01 WS-MSG-TABLE.
           05 WS-MSG-ENTRY OCCURS 1 TO 500 TIMES
                 DEPENDING ON WS-MSG-COUNT
                 ASCENDING KEY IS WS-MSG-E-ID
                 INDEXED BY WS-MSG-IDX.
               10 WS-MSG-E-ID               PIC X(08).
               10 WS-MSG-E-DESC             PIC X(30).
               10 WS-MSG-E-STATUS           PIC X(01).
               10 WS-MSG-E-PRIORITY         PIC 9(03).
               10 WS-MSG-E-EFF-DATE         PIC X(10).
               10 WS-MSG-E-EXP-DATE         PIC X(10).
               10 WS-MSG-E-DELIVERY         PIC X(01).
               10 WS-MSG-E-INSERT-CD        PIC X(05).
               10 WS-MSG-E-STMTS            PIC 9(09).
       01 WS-MSG-VARS.
           05 WS-MSG-COUNT              PIC 9(04) VALUE 0.
           05 WS-MSG-MAX                PIC 9(04) VALUE 500.
           05 WS-MSG-SUB                PIC 9(04) VALUE 0.
           05 WS-SAR-MSG-SUB            PIC 9(01) VALUE 0.
           05 WS-MSG-LIVE               PIC X(01) VALUE 'N'.

      * Message cycle report lines
       01  SMS-RPT-HEADER.
           05  FILLER                   PIC X(34)
                   VALUE 'STATEMENT MESSAGE CYCLE REPORT'.
           05  FILLER                   PIC X(14)
                   VALUE 'CYCLE DATE : '.
           05  SMS-RPT-CYCLE-DATE       PIC X(10).
           05  FILLER                   PIC X(74) VALUE SPACES.
       01  SMS-RPT-COL-HDR.
           05  FILLER                   PIC X(10)
                   VALUE 'MESSAGE'.
           05  FILLER                   PIC X(32)
                   VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(06)
                   VALUE 'PRI'.
           05  FILLER                   PIC X(08)
                   VALUE 'STATUS'.
           05  FILLER                   PIC X(12)
                   VALUE 'EFFECTIVE'.
           05  FILLER                   PIC X(12)
                   VALUE 'EXPIRES'.
           05  FILLER                   PIC X(10)
                   VALUE 'DELIVERY'.
           05  FILLER                   PIC X(08)
                   VALUE 'INSERT'.
           05  FILLER                   PIC X(12)
                   VALUE 'STATEMENTS'.
           05  FILLER                   PIC X(22) VALUE SPACES.
       01  SMS-RPT-LINE.
           05  SMS-RPT-MSG-ID           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMS-RPT-DESC             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMS-RPT-PRIORITY         PIC 9(03).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SMS-RPT-STATUS           PIC X(08).
           05  SMS-RPT-EFF-DATE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMS-RPT-EXP-DATE         PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMS-RPT-DELIVERY         PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  SMS-RPT-INSERT-CD        PIC X(05).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  SMS-RPT-STMTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(23) VALUE SPACES.
       01  SMS-RPT-BLANK                PIC X(132) VALUE SPACES.
       01  SMS-RPT-TOTAL-LINE.
           05  FILLER                   PIC X(12)
                   VALUE 'STATEMENTS: '.
           05  SMS-RPT-TOT-STMTS        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(16)
                   VALUE '  WITH MESSAGE: '.
           05  SMS-RPT-TOT-WITH         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(14)
                   VALUE '  NO MESSAGE: '.
           05  SMS-RPT-TOT-NONE         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(11)
                   VALUE '  UNKNOWN: '.
           05  SMS-RPT-TOT-UNKNOWN      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(35) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-ARCH-COUNT             PIC 9(09) VALUE 0.
           05 WS-STMT-COUNT             PIC 9(09) VALUE 0.
           05 WS-WITH-MSG-COUNT         PIC 9(09) VALUE 0.
           05 WS-NO-MSG-COUNT           PIC 9(09) VALUE 0.
           05 WS-UNKNOWN-COUNT          PIC 9(09) VALUE 0.
           05 WS-LISTED-COUNT           PIC 9(04) VALUE 0.

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

       LINKAGE SECTION.
      * JCL PARM interface: the cycle date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBSMS01C'.
           DISPLAY 'CYCLE DATE: ' PARM-DATE

           PERFORM 0000-FILES-OPEN.

           PERFORM 1000-LOAD-MESSAGE-STEP
              UNTIL END-OF-FILE = 'Y'.

           MOVE 'N' TO END-OF-FILE
           PERFORM 2000-ARCHIVE-STEP
              UNTIL END-OF-FILE = 'Y'.

           MOVE PARM-DATE TO SMS-RPT-CYCLE-DATE
           WRITE FD-SMSRPT-REC FROM SMS-RPT-HEADER
           WRITE FD-SMSRPT-REC FROM SMS-RPT-BLANK
           WRITE FD-SMSRPT-REC FROM SMS-RPT-COL-HDR
           PERFORM 3000-REPORT-MESSAGE
              VARYING WS-MSG-SUB FROM 1 BY 1
                UNTIL WS-MSG-SUB > WS-MSG-COUNT.

           MOVE WS-STMT-COUNT       TO SMS-RPT-TOT-STMTS
           MOVE WS-WITH-MSG-COUNT   TO SMS-RPT-TOT-WITH
           MOVE WS-NO-MSG-COUNT     TO SMS-RPT-TOT-NONE
           MOVE WS-UNKNOWN-COUNT    TO SMS-RPT-TOT-UNKNOWN
           WRITE FD-SMSRPT-REC FROM SMS-RPT-BLANK
           WRITE FD-SMSRPT-REC FROM SMS-RPT-TOTAL-LINE

           PERFORM 9000-FILES-CLOSE.

           DISPLAY 'MESSAGES ON FILE       :' WS-MSG-COUNT
           DISPLAY 'MESSAGES REPORTED      :' WS-LISTED-COUNT
           DISPLAY 'ARCHIVE RECORDS READ   :' WS-ARCH-COUNT
           DISPLAY 'STATEMENTS COUNTED     :' WS-STMT-COUNT
           DISPLAY 'STATEMENTS WITH MESSAGE:' WS-WITH-MSG-COUNT
           DISPLAY 'UNKNOWN MESSAGE IDS    :' WS-UNKNOWN-COUNT
           IF WS-STMT-COUNT = 0
              DISPLAY 'NO STATEMENTS ARCHIVED FOR THE CYCLE DATE'
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBSMS01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * One step of the message load: read the next message and
      * hold it with a zero statement count. The file is read
      * in key order, so the table is in message-ID order for
      * the binary search below.
      *---------------------------------------------------------------*
       1000-LOAD-MESSAGE-STEP.
           READ STMTMSG-FILE INTO STMT-MSG-RECORD
           IF STMTMSG-STATUS = '00'
              IF WS-MSG-COUNT NOT < WS-MSG-MAX
                 DISPLAY 'MESSAGE TABLE FULL - NOT REPORTED: '
                         SMS-MSG-ID
              ELSE
                 ADD 1 TO WS-MSG-COUNT
                 MOVE SMS-MSG-ID    TO WS-MSG-E-ID(WS-MSG-COUNT)
                 MOVE SMS-DESC      TO WS-MSG-E-DESC(WS-MSG-COUNT)
                 MOVE SMS-STATUS    TO WS-MSG-E-STATUS(WS-MSG-COUNT)
                 MOVE SMS-PRIORITY
                   TO WS-MSG-E-PRIORITY(WS-MSG-COUNT)
                 MOVE SMS-EFF-DATE
                   TO WS-MSG-E-EFF-DATE(WS-MSG-COUNT)
                 MOVE SMS-EXP-DATE
                   TO WS-MSG-E-EXP-DATE(WS-MSG-COUNT)
                 MOVE SMS-TGT-DELIVERY
                   TO WS-MSG-E-DELIVERY(WS-MSG-COUNT)
                 MOVE SMS-INSERT-CD
                   TO WS-MSG-E-INSERT-CD(WS-MSG-COUNT)
                 MOVE 0 TO WS-MSG-E-STMTS(WS-MSG-COUNT)
              END-IF
           ELSE
              IF STMTMSG-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING STATEMENT MESSAGE FILE'
                 MOVE STMTMSG-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One step of the archive pass: every statement summary
      * archived under the cycle date is counted, and each
      * message it carried is credited to the message.
      *---------------------------------------------------------------*
       2000-ARCHIVE-STEP.
           READ STMTARCH-FILE INTO STMT-ARCH-RECORD
           IF STMTARCH-STATUS = '00'
              ADD 1 TO WS-ARCH-COUNT
              IF SAR-CYCLE-DATE = PARM-DATE
                 AND SAR-LINE-SEQ = 0
                 AND SAR-TYPE-SUMMARY
                 ADD 1 TO WS-STMT-COUNT
                 IF SAR-SUM-MSG-ID(1) = SPACES
                    OR SAR-SUM-MSG-ID(1) = LOW-VALUES
                    ADD 1 TO WS-NO-MSG-COUNT
                 ELSE
                    ADD 1 TO WS-WITH-MSG-COUNT
                    PERFORM 2100-COUNT-STMT-MESSAGE
                       VARYING WS-SAR-MSG-SUB FROM 1 BY 1
                         UNTIL WS-SAR-MSG-SUB > 3
                 END-IF
              END-IF
           ELSE
              IF STMTARCH-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING STATEMENT ARCHIVE'
                 MOVE STMTARCH-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Credits one message slot of the summary in hand to its
      * message; an ID no longer on file counts as unknown.
      *---------------------------------------------------------------*
       2100-COUNT-STMT-MESSAGE.
           IF SAR-SUM-MSG-ID(WS-SAR-MSG-SUB) NOT = SPACES
              AND SAR-SUM-MSG-ID(WS-SAR-MSG-SUB) NOT = LOW-VALUES
              IF WS-MSG-COUNT = 0
                 ADD 1 TO WS-UNKNOWN-COUNT
              ELSE
                 SEARCH ALL WS-MSG-ENTRY
                    AT END
                       ADD 1 TO WS-UNKNOWN-COUNT
                    WHEN WS-MSG-E-ID(WS-MSG-IDX)
                         = SAR-SUM-MSG-ID(WS-SAR-MSG-SUB)
                       ADD 1 TO WS-MSG-E-STMTS(WS-MSG-IDX)
                 END-SEARCH
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes one message's report line, when the message was
      * live on the cycle date or went out on any statement.
      *---------------------------------------------------------------*
       3000-REPORT-MESSAGE.
           MOVE 'N' TO WS-MSG-LIVE
           IF WS-MSG-E-STATUS(WS-MSG-SUB) = 'A'
              AND WS-MSG-E-EFF-DATE(WS-MSG-SUB) NOT > PARM-DATE
              IF WS-MSG-E-EXP-DATE(WS-MSG-SUB) = SPACES
                 OR WS-MSG-E-EXP-DATE(WS-MSG-SUB) NOT < PARM-DATE
                 MOVE 'Y' TO WS-MSG-LIVE
              END-IF
           END-IF
           IF WS-MSG-LIVE = 'Y'
              OR WS-MSG-E-STMTS(WS-MSG-SUB) > 0
              INITIALIZE SMS-RPT-LINE
              MOVE WS-MSG-E-ID(WS-MSG-SUB)       TO SMS-RPT-MSG-ID
              MOVE WS-MSG-E-DESC(WS-MSG-SUB)     TO SMS-RPT-DESC
              MOVE WS-MSG-E-PRIORITY(WS-MSG-SUB) TO SMS-RPT-PRIORITY
              IF WS-MSG-LIVE = 'Y'
                 MOVE 'LIVE'     TO SMS-RPT-STATUS
              ELSE
                 MOVE 'ENDED'    TO SMS-RPT-STATUS
              END-IF
              MOVE WS-MSG-E-EFF-DATE(WS-MSG-SUB) TO SMS-RPT-EFF-DATE
              IF WS-MSG-E-EXP-DATE(WS-MSG-SUB) = SPACES
                 MOVE 'OPEN'     TO SMS-RPT-EXP-DATE
              ELSE
                 MOVE WS-MSG-E-EXP-DATE(WS-MSG-SUB)
                   TO SMS-RPT-EXP-DATE
              END-IF
              EVALUATE WS-MSG-E-DELIVERY(WS-MSG-SUB)
                 WHEN 'E'
                    MOVE 'E-STMT'   TO SMS-RPT-DELIVERY
                 WHEN 'P'
                    MOVE 'PAPER'    TO SMS-RPT-DELIVERY
                 WHEN OTHER
                    MOVE 'ALL'      TO SMS-RPT-DELIVERY
              END-EVALUATE
              MOVE WS-MSG-E-INSERT-CD(WS-MSG-SUB) TO SMS-RPT-INSERT-CD
              MOVE WS-MSG-E-STMTS(WS-MSG-SUB)     TO SMS-RPT-STMTS
              WRITE FD-SMSRPT-REC FROM SMS-RPT-LINE
              IF SMSRPT-STATUS NOT = '00'
                 DISPLAY 'ERROR WRITING MESSAGE CYCLE REPORT'
                 MOVE SMSRPT-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
              ADD 1 TO WS-LISTED-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the files. Abends on failure.
      *---------------------------------------------------------------*
       0000-FILES-OPEN.
           OPEN INPUT STMTMSG-FILE
           IF STMTMSG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT MESSAGE FILE'
              MOVE STMTMSG-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT STMTARCH-FILE
           IF STMTARCH-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING STATEMENT ARCHIVE'
              MOVE STMTARCH-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT SMSRPT-FILE
           IF SMSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING MESSAGE CYCLE REPORT'
              MOVE SMSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the files. Abends on failure.
      *---------------------------------------------------------------*
       9000-FILES-CLOSE.
           CLOSE STMTMSG-FILE
           IF STMTMSG-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING STATEMENT MESSAGE FILE'
              MOVE STMTMSG-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE STMTARCH-FILE
           IF STMTARCH-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING STATEMENT ARCHIVE'
              MOVE STMTARCH-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE SMSRPT-FILE
           IF SMSRPT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING MESSAGE CYCLE REPORT'
              MOVE SMSRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
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
