      ******************************************************************
      * Program     : CBMBI01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Daily volume report for the mobile inquiry
      *               service.
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
      * CBMBI01C - Mobile Inquiry Volume Report (Batch)
      *
      * Scans the MBILOG request log in key order -- client by
      * client -- and prints one line per client that called
      * the COMBI00C mobile inquiry service on the run date:
      * calls made, calls answered, and calls refused by reason
      * (failed authentication or a suspended client, over the
      * call limits, or data withheld from a restricted or
      * deceased customer's account), beside the daily limit
      * the client has agreed to, with a total line for the
      * day. Calls under a client ID not on MBCLIENT are
      * reported like any other, named UNREGISTERED -- a run of
      * them is a probe the security team wants to see.
      *
      * Files accessed:
      *   MBILOG    - Mobile inquiry request log (KSDS, key-
      *               order scan; see CVMBL01Y.cpy)
      *   MBCLIENT  - Mobile inquiry clients (KSDS, random read
      *               per client; see CVMBC01Y.cpy)
      *   MBIRPT    - Volume report (sequential, 132-col)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Copybooks: CVMBL01Y (log record), CVMBC01Y (client
      *            record), CSBCH01Y (batch status record)
      *
      * Receives via JCL PARM: the run date: PARM='2022-07-19'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBMBI01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Mobile inquiry request log VSAM KSDS -- key-order scan
           SELECT MBILOG-FILE ASSIGN TO MBILOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-MBL-KEY
                  FILE STATUS  IS MBILOG-STATUS.

      * Mobile inquiry client registry VSAM KSDS -- random read
           SELECT MBCLIENT-FILE ASSIGN TO MBCLIENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-MBC-CLIENT-ID
                  FILE STATUS  IS MBCLIENT-STATUS.

      * Volume report -- sequential output, 132-col
           SELECT MBIRPT-FILE ASSIGN TO MBIRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS MBIRPT-STATUS.

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
      * FD for the mobile inquiry request log VSAM (100 bytes)
       FD  MBILOG-FILE.
       01  FD-MBILOG-REC.
           05 FD-MBL-KEY                        PIC X(31).
           05 FD-MBL-DATA                       PIC X(69).

      * FD for the mobile inquiry client VSAM (150 bytes)
       FD  MBCLIENT-FILE.
       01  FD-MBCLIENT-REC.
           05 FD-MBC-CLIENT-ID                  PIC X(08).
           05 FD-MBC-DATA                       PIC X(142).

      * FD for the volume report (132-byte print)
       FD  MBIRPT-FILE.
       01  FD-MBIRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVMBL01Y: 100-byte mobile inquiry request log record
       COPY CVMBL01Y.
       01  MBILOG-STATUS.
           05  MBILOG-STAT1        PIC X.
           05  MBILOG-STAT2        PIC X.

      * CVMBC01Y: 150-byte mobile inquiry client record
       COPY CVMBC01Y.
       01  MBCLIENT-STATUS.
           05  MBCLIENT-STAT1      PIC X.
           05  MBCLIENT-STAT2      PIC X.

       01  MBIRPT-STATUS.
           05  MBIRPT-STAT1        PIC X.
           05  MBIRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBMBI01C'.
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

       01 WS-MISC-VARS.
      * The run date as the log stamps it, YYYYMMDD
           05 WS-RUN-DATE-N             PIC X(08) VALUE SPACES.
      * The client whose calls are being counted; spaces until
      * the first call of the day is read
           05 WS-CURR-CLIENT-ID         PIC X(08) VALUE SPACES.
           05 WS-CLIENT-OPEN-FLG        PIC X(01) VALUE 'N'.
              88 WS-CLIENT-OPEN                   VALUE 'Y'.
              88 WS-NO-CLIENT-OPEN                VALUE 'N'.

      * Counts for the client in hand, and for the day
       01 WS-CLIENT-COUNTS.
           05 WS-CLI-CALLS              PIC 9(09) VALUE 0.
           05 WS-CLI-ANSWERED           PIC 9(09) VALUE 0.
           05 WS-CLI-AUTH-REFUSED       PIC 9(09) VALUE 0.
           05 WS-CLI-LIMIT-REFUSED      PIC 9(09) VALUE 0.
           05 WS-CLI-WITHHELD           PIC 9(09) VALUE 0.
           05 WS-CLI-OTHER              PIC 9(09) VALUE 0.
       01 WS-COUNTERS.
           05 WS-LOG-READ-COUNT         PIC 9(09) VALUE 0.
           05 WS-CLIENT-COUNT           PIC 9(09) VALUE 0.
           05 WS-TOT-CALLS              PIC 9(09) VALUE 0.
           05 WS-TOT-ANSWERED           PIC 9(09) VALUE 0.
           05 WS-TOT-AUTH-REFUSED       PIC 9(09) VALUE 0.
           05 WS-TOT-LIMIT-REFUSED      PIC 9(09) VALUE 0.
           05 WS-TOT-WITHHELD           PIC 9(09) VALUE 0.
           05 WS-TOT-OTHER              PIC 9(09) VALUE 0.

      * Report lines (sole-writer convention)
       01 WS-MBIRPT-HEADER.
           05 FILLER                    PIC X(41)
                   VALUE 'MOBILE INQUIRY SERVICE VOLUME REPORT FOR '.
           05 WS-MHDR-DATE              PIC X(10).
           05 FILLER                    PIC X(81) VALUE SPACES.
       01 WS-MBIRPT-COLUMNS.
           05 FILLER                    PIC X(40)
                   VALUE 'CLIENT    NAME'.
           05 FILLER                    PIC X(30)
                   VALUE '     CALLS  ANSWERED  AUTH-REF'.
           05 FILLER                    PIC X(30)
                   VALUE ' LIMIT-REF  WITHHELD     OTHER'.
           05 FILLER                    PIC X(32)
                   VALUE '  DAY LIMIT'.
       01 WS-MBIRPT-LINE.
           05 WS-MRPT-CLIENT-ID         PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-MRPT-CLIENT-NAME       PIC X(30).
           05 WS-MRPT-CALLS             PIC Z(09)9.
           05 WS-MRPT-ANSWERED          PIC Z(09)9.
           05 WS-MRPT-AUTH-REFUSED      PIC Z(09)9.
           05 WS-MRPT-LIMIT-REFUSED     PIC Z(09)9.
           05 WS-MRPT-WITHHELD          PIC Z(09)9.
           05 WS-MRPT-OTHER             PIC Z(09)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-MRPT-DAY-LIMIT         PIC X(10).
           05 FILLER                    PIC X(11) VALUE SPACES.
       01 WS-MBIRPT-DAY-LIMIT-N         PIC Z(09)9.

       LINKAGE SECTION.
      * JCL PARM interface: run date
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBMBI01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           STRING PARM-DATE(1:4) PARM-DATE(6:2) PARM-DATE(9:2)
                  DELIMITED BY SIZE
             INTO WS-RUN-DATE-N

           PERFORM 0000-MBILOG-OPEN.
           PERFORM 0100-MBCLIENT-OPEN.
           PERFORM 0200-MBIRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE         TO WS-MHDR-DATE
           MOVE WS-MBIRPT-HEADER  TO FD-MBIRPT-REC
           PERFORM 3100-WRITE-MBIRPT-REC
           MOVE WS-MBIRPT-COLUMNS TO FD-MBIRPT-REC
           PERFORM 3100-WRITE-MBIRPT-REC

           PERFORM 1000-MBILOG-STEP
              UNTIL END-OF-FILE = 'Y'.
           IF  WS-CLIENT-OPEN
               PERFORM 2200-REPORT-CLIENT-LINE
           END-IF

           PERFORM 2300-REPORT-TOTAL-LINE

           PERFORM 9000-MBILOG-CLOSE.
           PERFORM 9050-MBCLIENT-CLOSE.
           PERFORM 9100-MBIRPT-CLOSE.

           DISPLAY 'LOG RECORDS READ       :' WS-LOG-READ-COUNT
           DISPLAY 'CLIENTS REPORTED       :' WS-CLIENT-COUNT
           DISPLAY 'CALLS ON RUN DATE      :' WS-TOT-CALLS

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBMBI01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Opens the request log for key-order input.
      *---------------------------------------------------------------*
       0000-MBILOG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT MBILOG-FILE
           IF  MBILOG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MOBILE INQUIRY LOG FILE'
               MOVE MBILOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the client registry for random reads.
      *---------------------------------------------------------------*
       0100-MBCLIENT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT MBCLIENT-FILE
           IF  MBCLIENT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MOBILE CLIENT FILE'
               MOVE MBCLIENT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the report for sequential output.
      *---------------------------------------------------------------*
       0200-MBIRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT MBIRPT-FILE
           IF  MBIRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING MOBILE INQUIRY REPORT'
               MOVE MBIRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One step of the log scan: a call on the run date is
      * counted against its client, the client's line printed
      * first when the scan has moved on to a new client.
      *---------------------------------------------------------------*
       1000-MBILOG-STEP.
           READ MBILOG-FILE INTO MOBILE-LOG-RECORD
           IF  MBILOG-STATUS = '00'
               ADD 1 TO WS-LOG-READ-COUNT
               IF  MBL-TS(1:8) = WS-RUN-DATE-N
                   IF  WS-CLIENT-OPEN
                   AND MBL-CLIENT-ID NOT = WS-CURR-CLIENT-ID
                       PERFORM 2200-REPORT-CLIENT-LINE
                   END-IF
                   IF  WS-NO-CLIENT-OPEN
                       MOVE MBL-CLIENT-ID TO WS-CURR-CLIENT-ID
                       SET WS-CLIENT-OPEN TO TRUE
                   END-IF
                   PERFORM 2000-COUNT-CALL
               END-IF
           ELSE
               IF  MBILOG-STATUS = '10'
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING MOBILE INQUIRY LOG FILE'
                   MOVE MBILOG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts one call by the response it was given.
      *---------------------------------------------------------------*
       2000-COUNT-CALL.
           ADD 1 TO WS-CLI-CALLS
           EVALUATE TRUE
               WHEN MBL-RESP-OK
                   ADD 1 TO WS-CLI-ANSWERED
               WHEN MBL-RESP-AUTH-FAILED
                   ADD 1 TO WS-CLI-AUTH-REFUSED
               WHEN MBL-RESP-LIMIT-EXCEEDED
                   ADD 1 TO WS-CLI-LIMIT-REFUSED
               WHEN MBL-RESP-WITHHELD
                   ADD 1 TO WS-CLI-WITHHELD
               WHEN OTHER
                   ADD 1 TO WS-CLI-OTHER
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Prints the client in hand -- named and with its daily
      * limit from MBCLIENT -- adds it to the day's totals, and
      * clears the counts for the next client.
      *---------------------------------------------------------------*
       2200-REPORT-CLIENT-LINE.
           INITIALIZE WS-MBIRPT-LINE
           MOVE WS-CURR-CLIENT-ID TO WS-MRPT-CLIENT-ID
                                     FD-MBC-CLIENT-ID
           READ MBCLIENT-FILE INTO MOBILE-CLIENT-RECORD
           IF  MBCLIENT-STATUS = '00'
               MOVE MBC-CLIENT-NAME TO WS-MRPT-CLIENT-NAME
               IF  MBC-DAILY-LIMIT > ZERO
                   MOVE MBC-DAILY-LIMIT       TO WS-MBIRPT-DAY-LIMIT-N
                   MOVE WS-MBIRPT-DAY-LIMIT-N TO WS-MRPT-DAY-LIMIT
               ELSE
                   MOVE '      NONE'          TO WS-MRPT-DAY-LIMIT
               END-IF
           ELSE
               MOVE 'UNREGISTERED'  TO WS-MRPT-CLIENT-NAME
               MOVE SPACES          TO WS-MRPT-DAY-LIMIT
           END-IF
           MOVE WS-CLI-CALLS         TO WS-MRPT-CALLS
           MOVE WS-CLI-ANSWERED      TO WS-MRPT-ANSWERED
           MOVE WS-CLI-AUTH-REFUSED  TO WS-MRPT-AUTH-REFUSED
           MOVE WS-CLI-LIMIT-REFUSED TO WS-MRPT-LIMIT-REFUSED
           MOVE WS-CLI-WITHHELD      TO WS-MRPT-WITHHELD
           MOVE WS-CLI-OTHER         TO WS-MRPT-OTHER
           MOVE WS-MBIRPT-LINE       TO FD-MBIRPT-REC
           PERFORM 3100-WRITE-MBIRPT-REC

           ADD 1                    TO WS-CLIENT-COUNT
           ADD WS-CLI-CALLS         TO WS-TOT-CALLS
           ADD WS-CLI-ANSWERED      TO WS-TOT-ANSWERED
           ADD WS-CLI-AUTH-REFUSED  TO WS-TOT-AUTH-REFUSED
           ADD WS-CLI-LIMIT-REFUSED TO WS-TOT-LIMIT-REFUSED
           ADD WS-CLI-WITHHELD      TO WS-TOT-WITHHELD
           ADD WS-CLI-OTHER         TO WS-TOT-OTHER
           INITIALIZE WS-CLIENT-COUNTS
           SET WS-NO-CLIENT-OPEN    TO TRUE
           EXIT.
      *---------------------------------------------------------------*
      * Prints the day's totals across every client.
      *---------------------------------------------------------------*
       2300-REPORT-TOTAL-LINE.
           INITIALIZE WS-MBIRPT-LINE
           MOVE 'TOTAL'              TO WS-MRPT-CLIENT-ID
           MOVE WS-CLIENT-COUNT      TO WS-MBIRPT-DAY-LIMIT-N
           STRING 'CLIENTS: ' WS-MBIRPT-DAY-LIMIT-N
                  DELIMITED BY SIZE
             INTO WS-MRPT-CLIENT-NAME
           MOVE WS-TOT-CALLS         TO WS-MRPT-CALLS
           MOVE WS-TOT-ANSWERED      TO WS-MRPT-ANSWERED
           MOVE WS-TOT-AUTH-REFUSED  TO WS-MRPT-AUTH-REFUSED
           MOVE WS-TOT-LIMIT-REFUSED TO WS-MRPT-LIMIT-REFUSED
           MOVE WS-TOT-WITHHELD      TO WS-MRPT-WITHHELD
           MOVE WS-TOT-OTHER         TO WS-MRPT-OTHER
           MOVE WS-MBIRPT-LINE       TO FD-MBIRPT-REC
           PERFORM 3100-WRITE-MBIRPT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Low-level report write with abend on failure.
      *---------------------------------------------------------------*
       3100-WRITE-MBIRPT-REC.
           WRITE FD-MBIRPT-REC
           IF  MBIRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING MOBILE INQUIRY REPORT'
               MOVE MBIRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the request log.
      *---------------------------------------------------------------*
       9000-MBILOG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MBILOG-FILE
           IF  MBILOG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MOBILE INQUIRY LOG FILE'
               MOVE MBILOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the client registry.
      *---------------------------------------------------------------*
       9050-MBCLIENT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MBCLIENT-FILE
           IF  MBCLIENT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MOBILE CLIENT FILE'
               MOVE MBCLIENT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the report.
      *---------------------------------------------------------------*
       9100-MBIRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE MBIRPT-FILE
           IF  MBIRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING MOBILE INQUIRY REPORT'
               MOVE MBIRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the report itself printed.
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
      * day's call count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-TOT-CALLS                TO BATCH-RECORD-COUNT
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
