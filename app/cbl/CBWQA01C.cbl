      ******************************************************************
      * Program     : CBWQA01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Work-queue sync and routing -- opens, routes
      *               and closes the WORKITEM assignment rows.
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
      * CBWQA01C - Work-Queue Sync and Routing (Batch)
      *
      * The review queues are each worked on their own screen,
      * but none records who owns an item or when it is due.
      * WORKITEM (CVWQI01Y.cpy) carries that for all of them,
      * and this job keeps it in step with the queues. Each
      * queue is read end to end, and for every item open on
      * it:
      *   - an item with no WORKITEM row is opened: routed by
      *     its WQRULE rule (CVWQR01Y.cpy) -- queue and item
      *     type, else the queue's default -- to a team's pool
      *     or straight to a user, given the rule's priority,
      *     and due the rule's SLA days after the date it
      *     opened (the item's own queued date where the queue
      *     records one, else the run date);
      *   - an item whose row was closed has come back (an
      *     account re-entering collections) and is opened
      *     and routed afresh;
      *   - an item already open is marked seen, its
      *     assignment untouched.
      * Then WORKITEM is swept: an open row its queue no longer
      * shows open -- worked on the queue's own screen, or
      * gone -- is closed, and a row closed more than the
      * retention period ago is deleted. A queue whose file
      * will not open is skipped, and its rows are left as
      * they stand rather than closed.
      *
      * The queues, their codes and item types are listed in
      * CVWQI01Y.cpy. Returned mail is not a file of its own:
      * it is the customers whose returned-mail flag is up.
      *
      * Runs daily, after the jobs that load the queues and
      * before CBWQS01C reports the SLA breaches; it may also
      * be run during the day to route what the screens have
      * queued since.
      *
      * Files accessed:
      *   COLLWQ    - Collections queue (KSDS, sequential read)
      *   FRAUDCSE  - Fraud cases (KSDS, sequential read)
      *   REJECTF   - Reject queue (KSDS, sequential read)
      *   ESTATEWQ  - Estate queue (KSDS, sequential read)
      *   KYCWQ     - KYC refresh queue (KSDS, sequential read)
      *   SANMATCH  - Sanctions matches (KSDS, sequential read)
      *   PENDTRAN  - Pending approvals (KSDS, sequential read)
      *   CUSTDAT   - Customers, for returned mail (KSDS,
      *               sequential read)
      *   WQRULE    - Routing rules (KSDS, random read;
      *               tolerated missing -- every item unrouted)
      *   WORKITEM  - Work-item assignments (KSDS, dynamic I-O)
      *
      * Receives via JCL PARM: run date:
      *   PARM='2022-07-19'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBWQA01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLWQ-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CWQ-KEY
                  FILE STATUS  IS COLLWQ-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-FRD-KEY
                  FILE STATUS  IS FRAUDCSE-STATUS.

           SELECT REJECTF-FILE ASSIGN TO REJECTF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-REJ-KEY
                  FILE STATUS  IS REJECTF-STATUS.

           SELECT ESTATEWQ-FILE ASSIGN TO ESTATEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-EST-ACCT-ID
                  FILE STATUS  IS ESTATEWQ-STATUS.

           SELECT KYCWQ-FILE ASSIGN TO KYCWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-KYC-CUST-ID
                  FILE STATUS  IS KYCWQ-STATUS.

           SELECT SANMATCH-FILE ASSIGN TO SANMATCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SMQ-KEY
                  FILE STATUS  IS SANMATCH-STATUS.

           SELECT PENDTRAN-FILE ASSIGN TO PENDTRAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-PND-ID
                  FILE STATUS  IS PENDTRAN-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT WQRULE-FILE ASSIGN TO WQRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-WQR-KEY
                  FILE STATUS  IS WQRULE-STATUS.

           SELECT WORKITEM-FILE ASSIGN TO WORKITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-WQI-KEY
                  FILE STATUS  IS WORKITEM-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the collections queue VSAM (90 bytes)
       FD  COLLWQ-FILE.
       01  FD-COLLWQ-REC.
           05 FD-CWQ-KEY                        PIC X(24).
           05 FD-CWQ-DATA                       PIC X(66).

      * FD for the fraud case VSAM (500 bytes)
       FD  FRAUDCSE-FILE.
       01  FD-FRAUDCSE-REC.
           05 FD-FRD-KEY                        PIC X(12).
           05 FD-FRD-DATA                       PIC X(488).

      * FD for the reject queue VSAM (480 bytes)
       FD  REJECTF-FILE.
       01  FD-REJECTF-REC.
           05 FD-REJ-KEY                        PIC X(12).
           05 FD-REJ-DATA                       PIC X(468).

      * FD for the estate queue VSAM (80 bytes)
       FD  ESTATEWQ-FILE.
       01  FD-ESTATEWQ-REC.
           05 FD-EST-ACCT-ID                    PIC 9(11).
           05 FD-EST-DATA                       PIC X(69).

      * FD for the KYC refresh queue VSAM (80 bytes)
       FD  KYCWQ-FILE.
       01  FD-KYCWQ-REC.
           05 FD-KYC-CUST-ID                    PIC 9(09).
           05 FD-KYC-DATA                       PIC X(71).

      * FD for the sanctions match queue VSAM (80 bytes)
       FD  SANMATCH-FILE.
       01  FD-SANMATCH-REC.
           05 FD-SMQ-KEY                        PIC X(18).
           05 FD-SMQ-DATA                       PIC X(62).

      * FD for the pending-approval VSAM (460 bytes)
       FD  PENDTRAN-FILE.
       01  FD-PENDTRAN-REC.
           05 FD-PND-ID                         PIC X(16).
           05 FD-PND-DATA                       PIC X(444).

      * FD for the customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the routing rule VSAM (80 bytes)
       FD  WQRULE-FILE.
       01  FD-WQRULE-REC.
           05 FD-WQR-KEY                        PIC X(08).
           05 FD-WQR-DATA                       PIC X(72).

      * FD for the work-item assignment VSAM (160 bytes)
       FD  WORKITEM-FILE.
       01  FD-WORKITEM-REC.
           05 FD-WQI-KEY                        PIC X(28).
           05 FD-WQI-DATA                       PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVCOL01Y: 90-byte collections queue record
       COPY CVCOL01Y.
       01  COLLWQ-STATUS.
           05  COLLWQ-STAT1        PIC X.
           05  COLLWQ-STAT2        PIC X.

      * CVFRD01Y: 500-byte fraud case record
       COPY CVFRD01Y.
       01  FRAUDCSE-STATUS.
           05  FRAUDCSE-STAT1      PIC X.
           05  FRAUDCSE-STAT2      PIC X.

      * CVREJ01Y: 480-byte reject queue record
       COPY CVREJ01Y.
       01  REJECTF-STATUS.
           05  REJECTF-STAT1       PIC X.
           05  REJECTF-STAT2       PIC X.

      * CVEST01Y: 80-byte estate queue record
       COPY CVEST01Y.
       01  ESTATEWQ-STATUS.
           05  ESTATEWQ-STAT1      PIC X.
           05  ESTATEWQ-STAT2      PIC X.

      * CVKYC01Y: 80-byte KYC refresh queue record
       COPY CVKYC01Y.
       01  KYCWQ-STATUS.
           05  KYCWQ-STAT1         PIC X.
           05  KYCWQ-STAT2         PIC X.

      * CVSAN01Y: sanctions list entry and 80-byte match record
       COPY CVSAN01Y.
       01  SANMATCH-STATUS.
           05  SANMATCH-STAT1      PIC X.
           05  SANMATCH-STAT2      PIC X.

      * CVPND01Y: 460-byte pending-approval record
       COPY CVPND01Y.
       01  PENDTRAN-STATUS.
           05  PENDTRAN-STAT1      PIC X.
           05  PENDTRAN-STAT2      PIC X.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVWQR01Y: 80-byte routing rule record
       COPY CVWQR01Y.
       01  WQRULE-STATUS.
           05  WQRULE-STAT1        PIC X.
           05  WQRULE-STAT2        PIC X.
       01  WS-WQRULE-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVWQI01Y: 160-byte work-item assignment record
       COPY CVWQI01Y.
       01  WORKITEM-STATUS.
           05  WORKITEM-STAT1      PIC X.
           05  WORKITEM-STAT2      PIC X.

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
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Date arithmetic: dates as YYYYMMDD for INTEGER-OF-DATE
       01  WS-DATE-YMD-9            PIC 9(08).
       01  FILLER REDEFINES WS-DATE-YMD-9.
           05 WS-DATE-YMD-YYYY      PIC 9(04).
           05 WS-DATE-YMD-MM        PIC 9(02).
           05 WS-DATE-YMD-DD        PIC 9(02).
       01  WS-RUN-DATE-INT          PIC S9(09) COMP.
       01  WS-WORK-DATE-INT         PIC S9(09) COMP.
       01  WS-PURGE-DATE            PIC X(10) VALUE SPACES.
       01  WS-DATE-X10.
           05 WS-DATE-X10-YYYY      PIC 9(04).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-DATE-X10-MM        PIC 9(02).
           05 FILLER                PIC X(01) VALUE '-'.
           05 WS-DATE-X10-DD        PIC 9(02).

       01 WS-MISC-VARS.
           05 WS-RUN-DATE           PIC X(10).
           05 WS-CURR-TS            PIC X(14).
           05 WS-FILE-EOF           PIC X(01) VALUE 'N'.
           05 WS-ITEM-EOF           PIC X(01) VALUE 'N'.
      * Days a closed row is kept before it is purged
           05 WS-RETAIN-DAYS        PIC S9(04) COMP VALUE 90.
      * SLA days for an item no rule routes
           05 WS-DEFAULT-SLA-DAYS   PIC 9(03) VALUE 5.
           05 WS-DEFAULT-PRIORITY   PIC 9(01) VALUE 5.

      * The item being posted, as each queue's sweep presents it
       01 WS-ITEM-VARS.
           05 WS-ITEM-QUEUE         PIC X(04).
           05 WS-ITEM-KEY           PIC X(24).
           05 WS-ITEM-TYPE          PIC X(04).
           05 WS-ITEM-DATE          PIC X(10).
           05 WS-ITEM-SUMMARY       PIC X(30).
           05 WS-ITEM-NUM-9         PIC 9(08).

      * The queues, in sweep order, with whether each was read
      * this run and its counts. WS-Q-IDX is the queue being
      * swept (or the row's queue, in the close sweep).
       01 WS-QUEUE-LIST.
           05 FILLER                PIC X(04) VALUE 'COLL'.
           05 FILLER                PIC X(04) VALUE 'FRAU'.
           05 FILLER                PIC X(04) VALUE 'REJT'.
           05 FILLER                PIC X(04) VALUE 'ESTA'.
           05 FILLER                PIC X(04) VALUE 'KYCR'.
           05 FILLER                PIC X(04) VALUE 'SANC'.
           05 FILLER                PIC X(04) VALUE 'PEND'.
           05 FILLER                PIC X(04) VALUE 'RTML'.
       01 WS-QUEUE-CODES REDEFINES WS-QUEUE-LIST.
           05 WS-Q-CODE             PIC X(04) OCCURS 8 TIMES.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 8 TIMES.
              10 WS-Q-SWEPT         PIC X(01).
              10 WS-Q-OPEN-CNT      PIC S9(07) COMP-3.
              10 WS-Q-NEW-CNT       PIC S9(07) COMP-3.
              10 WS-Q-REOPEN-CNT    PIC S9(07) COMP-3.
              10 WS-Q-CLOSED-CNT    PIC S9(07) COMP-3.
              10 WS-Q-UNROUTED-CNT  PIC S9(07) COMP-3.
       01 WS-Q-IDX                  PIC S9(04) COMP VALUE 0.
       01 WS-Q-COUNT                PIC S9(04) COMP VALUE 8.

       01 WS-COUNTERS.
           05 WS-PURGED-CNT         PIC S9(07) COMP-3 VALUE 0.
           05 WS-ROWS-SWEPT         PIC S9(07) COMP-3 VALUE 0.

      * Counts shown on the run log
       01 WS-LOG-LINE.
           05 WS-LOG-QUEUE          PIC X(04).
           05 FILLER                PIC X(08) VALUE ' OPEN : '.
           05 WS-LOG-OPEN           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE '  NEW : '.
           05 WS-LOG-NEW            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  REOPEN : '.
           05 WS-LOG-REOPEN         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(11) VALUE '  CLOSED : '.
           05 WS-LOG-CLOSED         PIC ZZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE '  UNROUTED : '.
           05 WS-LOG-UNROUTED       PIC ZZZ,ZZ9.

       LINKAGE SECTION.
      * JCL PARM interface: run date
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBWQA01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0100-EDIT-PARM
           PERFORM 0000-FILES-OPEN.
           INITIALIZE WS-QUEUE-TABLE

           MOVE 1 TO WS-Q-IDX
           PERFORM 2100-SWEEP-COLLWQ
              THRU 2100-SWEEP-COLLWQ-EXIT
           MOVE 2 TO WS-Q-IDX
           PERFORM 2200-SWEEP-FRAUDCSE
              THRU 2200-SWEEP-FRAUDCSE-EXIT
           MOVE 3 TO WS-Q-IDX
           PERFORM 2300-SWEEP-REJECTF
              THRU 2300-SWEEP-REJECTF-EXIT
           MOVE 4 TO WS-Q-IDX
           PERFORM 2400-SWEEP-ESTATEWQ
              THRU 2400-SWEEP-ESTATEWQ-EXIT
           MOVE 5 TO WS-Q-IDX
           PERFORM 2500-SWEEP-KYCWQ
              THRU 2500-SWEEP-KYCWQ-EXIT
           MOVE 6 TO WS-Q-IDX
           PERFORM 2600-SWEEP-SANMATCH
              THRU 2600-SWEEP-SANMATCH-EXIT
           MOVE 7 TO WS-Q-IDX
           PERFORM 2700-SWEEP-PENDTRAN
              THRU 2700-SWEEP-PENDTRAN-EXIT
           MOVE 8 TO WS-Q-IDX
           PERFORM 2800-SWEEP-RETURNED-MAIL
              THRU 2800-SWEEP-RETURNED-MAIL-EXIT

           PERFORM 6000-CLOSE-SWEEP
              THRU 6000-CLOSE-SWEEP-EXIT
           PERFORM 9000-FILES-CLOSE.

           PERFORM 7000-SHOW-QUEUE-COUNTS
              VARYING WS-Q-IDX FROM 1 BY 1
              UNTIL WS-Q-IDX > WS-Q-COUNT
           DISPLAY 'CLOSED ROWS PURGED     :' WS-PURGED-CNT
           DISPLAY 'END OF EXECUTION OF PROGRAM CBWQA01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * The run date must be YYYY-MM-DD and a real date. The
      * purge date is the retention period before it.
      *---------------------------------------------------------------*
       0100-EDIT-PARM.
           IF  PARM-LENGTH < 10
               OR PARM-DATE(1:4) IS NOT NUMERIC
               OR PARM-DATE(5:1) NOT = '-'
               OR PARM-DATE(6:2) IS NOT NUMERIC
               OR PARM-DATE(8:1) NOT = '-'
               OR PARM-DATE(9:2) IS NOT NUMERIC
               DISPLAY 'PARM MUST BE THE RUN DATE, YYYY-MM-DD'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD-9) NOT = 0
               DISPLAY 'PARM RUN DATE IS NOT A VALID DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           COMPUTE WS-WORK-DATE-INT = WS-RUN-DATE-INT - WS-RETAIN-DAYS
           PERFORM 8100-INT-TO-DATE-X10
           MOVE WS-DATE-X10 TO WS-PURGE-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURR-TS
           EXIT.
      *---------------------------------------------------------------*
      * Collections: every account on COLLWQ is open -- the
      * queue is rebuilt each cycle close with only the
      * delinquent accounts. Typed by delinquency stage; the
      * queue records no queued date.
      *---------------------------------------------------------------*
       2100-SWEEP-COLLWQ.
           OPEN INPUT COLLWQ-FILE
           IF  COLLWQ-STATUS NOT = '00'
               DISPLAY 'COLLWQ WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2100-SWEEP-COLLWQ-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2110-COLLWQ-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE COLLWQ-FILE.
       2100-SWEEP-COLLWQ-EXIT.
           EXIT.
       2110-COLLWQ-NEXT.
           READ COLLWQ-FILE NEXT RECORD INTO COLLECT-WQ-RECORD
           EVALUATE COLLWQ-STATUS
               WHEN '00'
                   MOVE 'COLL'           TO WS-ITEM-QUEUE
                   MOVE CWQ-ACCT-ID      TO WS-ITEM-KEY
                   MOVE CWQ-DELINQ-STAGE TO WS-ITEM-TYPE
                   MOVE SPACES           TO WS-ITEM-DATE
                   MOVE SPACES           TO WS-ITEM-SUMMARY
                   STRING 'STAGE ' CWQ-DELINQ-STAGE
                          ' PAY DUE ' CWQ-PAY-DUE-DATE
                          DELIMITED BY SIZE INTO WS-ITEM-SUMMARY
                   PERFORM 5000-POST-ITEM
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING COLLWQ'
                   MOVE COLLWQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Fraud cases: open while FRD-STATUS is OPEN, typed by
      * case type (a transaction case as 'T'), opened the
      * posting date the case was raised from.
      *---------------------------------------------------------------*
       2200-SWEEP-FRAUDCSE.
           OPEN INPUT FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'FRAUDCSE WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2200-SWEEP-FRAUDCSE-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2210-FRAUDCSE-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE FRAUDCSE-FILE.
       2200-SWEEP-FRAUDCSE-EXIT.
           EXIT.
       2210-FRAUDCSE-NEXT.
           READ FRAUDCSE-FILE NEXT RECORD INTO FRAUD-CASE-RECORD
           EVALUATE FRAUDCSE-STATUS
               WHEN '00'
                   IF FRD-STATUS-OPEN
                       MOVE 'FRAU'          TO WS-ITEM-QUEUE
                       MOVE FRD-KEY         TO WS-ITEM-KEY
                       IF FRD-CASE-TRANSACTION
                           MOVE 'T'         TO WS-ITEM-TYPE
                       ELSE
                           MOVE FRD-CASE-TYPE TO WS-ITEM-TYPE
                       END-IF
                       MOVE FRD-DATE        TO WS-ITEM-NUM-9
                       PERFORM 8200-YMD-TO-DATE-X10
                       MOVE FRD-REASON-DESC TO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING FRAUDCSE'
                   MOVE FRAUDCSE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Rejects: open while REJ-STATUS is OPEN, typed by reject
      * reason, opened the posting date of the reject.
      *---------------------------------------------------------------*
       2300-SWEEP-REJECTF.
           OPEN INPUT REJECTF-FILE
           IF  REJECTF-STATUS NOT = '00'
               DISPLAY 'REJECTF WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2300-SWEEP-REJECTF-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2310-REJECTF-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE REJECTF-FILE.
       2300-SWEEP-REJECTF-EXIT.
           EXIT.
       2310-REJECTF-NEXT.
           READ REJECTF-FILE NEXT RECORD INTO REJECT-WQ-RECORD
           EVALUATE REJECTF-STATUS
               WHEN '00'
                   IF REJ-STATUS-OPEN
                       MOVE 'REJT'          TO WS-ITEM-QUEUE
                       MOVE REJ-KEY         TO WS-ITEM-KEY
                       MOVE REJ-REASON      TO WS-ITEM-TYPE
                       MOVE REJ-DATE        TO WS-ITEM-NUM-9
                       PERFORM 8200-YMD-TO-DATE-X10
                       MOVE REJ-REASON-DESC TO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING REJECTF'
                   MOVE REJECTF-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Estates: open until PAID or CHARGEDOFF. One type; the
      * queue records no queued date.
      *---------------------------------------------------------------*
       2400-SWEEP-ESTATEWQ.
           OPEN INPUT ESTATEWQ-FILE
           IF  ESTATEWQ-STATUS NOT = '00'
               DISPLAY 'ESTATEWQ WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2400-SWEEP-ESTATEWQ-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2410-ESTATEWQ-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE ESTATEWQ-FILE.
       2400-SWEEP-ESTATEWQ-EXIT.
           EXIT.
       2410-ESTATEWQ-NEXT.
           READ ESTATEWQ-FILE NEXT RECORD INTO ESTATE-WQ-RECORD
           EVALUATE ESTATEWQ-STATUS
               WHEN '00'
                   IF NOT EST-STATUS-TERMINAL
                       MOVE 'ESTA'          TO WS-ITEM-QUEUE
                       MOVE EST-ACCT-ID     TO WS-ITEM-KEY
                       MOVE SPACES          TO WS-ITEM-TYPE
                       MOVE SPACES          TO WS-ITEM-DATE
                       MOVE SPACES          TO WS-ITEM-SUMMARY
                       STRING 'CUST ' EST-CUST-ID
                              ' DIED ' EST-DATE-OF-DEATH
                              DELIMITED BY SIZE INTO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING ESTATEWQ'
                   MOVE ESTATEWQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * KYC refresh: open while KYC-STATUS is OPEN, typed by
      * risk reason, opened the date it was queued.
      *---------------------------------------------------------------*
       2500-SWEEP-KYCWQ.
           OPEN INPUT KYCWQ-FILE
           IF  KYCWQ-STATUS NOT = '00'
               DISPLAY 'KYCWQ WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2500-SWEEP-KYCWQ-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2510-KYCWQ-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE KYCWQ-FILE.
       2500-SWEEP-KYCWQ-EXIT.
           EXIT.
       2510-KYCWQ-NEXT.
           READ KYCWQ-FILE NEXT RECORD INTO KYC-REVIEW-RECORD
           EVALUATE KYCWQ-STATUS
               WHEN '00'
                   IF KYC-STATUS-OPEN
                       MOVE 'KYCR'          TO WS-ITEM-QUEUE
                       MOVE KYC-CUST-ID     TO WS-ITEM-KEY
                       MOVE KYC-RISK-REASON TO WS-ITEM-TYPE
                       MOVE KYC-QUEUED-DATE TO WS-ITEM-DATE
                       MOVE SPACES          TO WS-ITEM-SUMMARY
                       STRING 'LAST VERIFIED ' KYC-LAST-VERIFIED
                              DELIMITED BY SIZE INTO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING KYCWQ'
                   MOVE KYCWQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Sanctions matches: open while SMQ-STATUS is OPEN, typed
      * by what raised the match, opened the match date.
      *---------------------------------------------------------------*
       2600-SWEEP-SANMATCH.
           OPEN INPUT SANMATCH-FILE
           IF  SANMATCH-STATUS NOT = '00'
               DISPLAY 'SANMATCH WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2600-SWEEP-SANMATCH-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2610-SANMATCH-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE SANMATCH-FILE.
       2600-SWEEP-SANMATCH-EXIT.
           EXIT.
       2610-SANMATCH-NEXT.
           READ SANMATCH-FILE NEXT RECORD INTO SANCTION-MATCH-RECORD
           EVALUATE SANMATCH-STATUS
               WHEN '00'
                   IF SMQ-STATUS-OPEN
                       MOVE 'SANC'           TO WS-ITEM-QUEUE
                       MOVE SMQ-KEY          TO WS-ITEM-KEY
                       MOVE SMQ-MATCH-SOURCE TO WS-ITEM-TYPE
                       MOVE SMQ-MATCH-DATE   TO WS-ITEM-DATE
                       MOVE SPACES           TO WS-ITEM-SUMMARY
                       STRING 'LIST ENTRY ' SMQ-ENTRY-ID
                              DELIMITED BY SIZE INTO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING SANMATCH'
                   MOVE SANMATCH-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Pending approvals: open while PENDING, typed by the
      * parked transaction's type code, opened the date it was
      * keyed (its TRAN-ORIG-TS, bytes 279-288 of the parked
      * CVTRA05Y image).
      *---------------------------------------------------------------*
       2700-SWEEP-PENDTRAN.
           OPEN INPUT PENDTRAN-FILE
           IF  PENDTRAN-STATUS NOT = '00'
               DISPLAY 'PENDTRAN WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2700-SWEEP-PENDTRAN-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2710-PENDTRAN-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE PENDTRAN-FILE.
       2700-SWEEP-PENDTRAN-EXIT.
           EXIT.
       2710-PENDTRAN-NEXT.
           READ PENDTRAN-FILE NEXT RECORD INTO PEND-TRAN-RECORD
           EVALUATE PENDTRAN-STATUS
               WHEN '00'
                   IF PND-STATUS-PENDING
                       MOVE 'PEND'               TO WS-ITEM-QUEUE
                       MOVE PND-ID               TO WS-ITEM-KEY
                       MOVE PND-TRAN-DATA(17:2)  TO WS-ITEM-TYPE
                       MOVE PND-TRAN-DATA(279:10) TO WS-ITEM-DATE
                       MOVE SPACES               TO WS-ITEM-SUMMARY
                       STRING 'TYPE ' PND-TRAN-DATA(17:2)
                              ' KEYED BY ' PND-MAKER-USR-ID
                              DELIMITED BY SIZE INTO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING PENDTRAN'
                   MOVE PENDTRAN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Returned mail: a customer is open while the returned-
      * mail flag CORTM00C raised is still up -- it comes down
      * when COCUP00C corrects the address. Opened the date the
      * mail came back.
      *---------------------------------------------------------------*
       2800-SWEEP-RETURNED-MAIL.
           OPEN INPUT CUSTDAT-FILE
           IF  CUSTDAT-STATUS NOT = '00'
               DISPLAY 'CUSTDAT WILL NOT OPEN - QUEUE SKIPPED'
               GO TO 2800-SWEEP-RETURNED-MAIL-EXIT
           END-IF
           MOVE 'Y' TO WS-Q-SWEPT(WS-Q-IDX)
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2810-CUSTDAT-NEXT
              UNTIL WS-FILE-EOF = 'Y'
           CLOSE CUSTDAT-FILE.
       2800-SWEEP-RETURNED-MAIL-EXIT.
           EXIT.
       2810-CUSTDAT-NEXT.
           READ CUSTDAT-FILE NEXT RECORD INTO CUSTOMER-RECORD
           EVALUATE CUSTDAT-STATUS
               WHEN '00'
                   IF CUST-MAIL-RETURNED
                       MOVE 'RTML'                  TO WS-ITEM-QUEUE
                       MOVE CUST-ID                 TO WS-ITEM-KEY
                       MOVE SPACES                  TO WS-ITEM-TYPE
                       MOVE CUST-MAIL-RETURN-DATE   TO WS-ITEM-DATE
                       MOVE CUST-MAIL-RETURN-REASON TO WS-ITEM-SUMMARY
                       PERFORM 5000-POST-ITEM
                   END-IF
               WHEN '10'
                   MOVE 'Y' TO WS-FILE-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING CUSTDAT'
                   MOVE CUSTDAT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * One item open on its queue. Already open on WORKITEM:
      * marked seen. Closed there: it has come back, and is
      * routed afresh. Not there: opened and routed.
      *---------------------------------------------------------------*
       5000-POST-ITEM.
           ADD 1 TO WS-Q-OPEN-CNT(WS-Q-IDX)
           MOVE WS-ITEM-QUEUE TO WQI-QUEUE
           MOVE WS-ITEM-KEY   TO WQI-ITEM-KEY
           MOVE WQI-KEY       TO FD-WQI-KEY
           READ WORKITEM-FILE INTO WORK-ITEM-RECORD
              KEY IS FD-WQI-KEY
           EVALUATE WORKITEM-STATUS
               WHEN '00'
                   IF WQI-STATUS-OPEN
                       MOVE WS-RUN-DATE     TO WQI-LAST-SEEN-DATE
                       MOVE WS-ITEM-SUMMARY TO WQI-SUMMARY
                   ELSE
                       PERFORM 5100-BUILD-NEW-ITEM
                       ADD 1 TO WS-Q-REOPEN-CNT(WS-Q-IDX)
                   END-IF
                   REWRITE FD-WORKITEM-REC FROM WORK-ITEM-RECORD
               WHEN '23'
                   PERFORM 5100-BUILD-NEW-ITEM
                   ADD 1 TO WS-Q-NEW-CNT(WS-Q-IDX)
                   WRITE FD-WORKITEM-REC FROM WORK-ITEM-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WORKITEM-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING WORKITEM FOR '
                       WS-ITEM-QUEUE ' ' WS-ITEM-KEY
               MOVE WORKITEM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A fresh open row for the item: its opened date (the
      * item's own date when it is a real date no later than
      * the run date, else the run date), routed, and due.
      *---------------------------------------------------------------*
       5100-BUILD-NEW-ITEM.
           INITIALIZE WORK-ITEM-RECORD
           MOVE WS-ITEM-QUEUE   TO WQI-QUEUE
           MOVE WS-ITEM-KEY     TO WQI-ITEM-KEY
           MOVE WS-ITEM-TYPE    TO WQI-ITEM-TYPE
           SET WQI-STATUS-OPEN  TO TRUE
           MOVE WS-RUN-DATE     TO WQI-LAST-SEEN-DATE
           MOVE WS-ITEM-SUMMARY TO WQI-SUMMARY

           MOVE WS-RUN-DATE     TO WQI-OPENED-DATE
           MOVE WS-RUN-DATE-INT TO WS-WORK-DATE-INT
           IF  WS-ITEM-DATE(1:4) IS NUMERIC
               AND WS-ITEM-DATE(5:1) = '-'
               AND WS-ITEM-DATE(6:2) IS NUMERIC
               AND WS-ITEM-DATE(8:1) = '-'
               AND WS-ITEM-DATE(9:2) IS NUMERIC
               AND WS-ITEM-DATE < WS-RUN-DATE
               MOVE WS-ITEM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
               MOVE WS-ITEM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
               MOVE WS-ITEM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YMD-9) = 0
                   MOVE WS-ITEM-DATE TO WQI-OPENED-DATE
                   COMPUTE WS-WORK-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
               END-IF
           END-IF

           PERFORM 5200-ROUTE-ITEM
           COMPUTE WS-WORK-DATE-INT = WS-WORK-DATE-INT + WQR-SLA-DAYS
           PERFORM 8100-INT-TO-DATE-X10
           MOVE WS-DATE-X10 TO WQI-DUE-DATE
           EXIT.
      *---------------------------------------------------------------*
      * The item's rule -- queue and type, else the queue's
      * default -- sets its team, user, priority and SLA. With
      * no rule the item opens unrouted on the defaults.
      *---------------------------------------------------------------*
       5200-ROUTE-ITEM.
           MOVE '23' TO WQRULE-STATUS
           IF  WS-WQRULE-AVAILABLE = 'Y'
               MOVE WS-ITEM-QUEUE TO WQR-QUEUE
               MOVE WS-ITEM-TYPE  TO WQR-ITEM-TYPE
               MOVE WQR-KEY       TO FD-WQR-KEY
               READ WQRULE-FILE INTO WORK-ROUTE-RULE-RECORD
                  INVALID KEY
                     MOVE WS-ITEM-QUEUE TO WQR-QUEUE
                     MOVE SPACES        TO WQR-ITEM-TYPE
                     MOVE WQR-KEY       TO FD-WQR-KEY
                     READ WQRULE-FILE INTO WORK-ROUTE-RULE-RECORD
                        INVALID KEY
                           CONTINUE
                     END-READ
               END-READ
           END-IF
           IF  WQRULE-STATUS = '00'
               MOVE WQR-TEAM     TO WQI-TEAM
               MOVE WQR-USER     TO WQI-ASSIGNED-TO
               MOVE WQR-PRIORITY TO WQI-PRIORITY
           ELSE
               INITIALIZE WORK-ROUTE-RULE-RECORD
               MOVE WS-DEFAULT-SLA-DAYS TO WQR-SLA-DAYS
               MOVE SPACES              TO WQI-TEAM
                                           WQI-ASSIGNED-TO
               MOVE WS-DEFAULT-PRIORITY TO WQI-PRIORITY
               ADD 1 TO WS-Q-UNROUTED-CNT(WS-Q-IDX)
           END-IF
           IF  WQI-PRIORITY = 0
               MOVE WS-DEFAULT-PRIORITY TO WQI-PRIORITY
           END-IF
           MOVE WS-CURR-TS TO WQI-ASSIGNED-TS
           MOVE 'CBWQA01C' TO WQI-ASSIGNED-BY
           EXIT.
      *---------------------------------------------------------------*
      * Sweeps WORKITEM end to end: closes the open rows of
      * the queues read this run that were not seen open on
      * them, and deletes rows closed before the purge date.
      *---------------------------------------------------------------*
       6000-CLOSE-SWEEP.
           MOVE LOW-VALUES TO FD-WQI-KEY
           START WORKITEM-FILE KEY IS NOT LESS THAN FD-WQI-KEY
           IF  WORKITEM-STATUS NOT = '00'
               GO TO 6000-CLOSE-SWEEP-EXIT
           END-IF
           MOVE 'N' TO WS-ITEM-EOF
           PERFORM 6100-SWEEP-NEXT-ROW
              UNTIL WS-ITEM-EOF = 'Y'.
       6000-CLOSE-SWEEP-EXIT.
           EXIT.
       6100-SWEEP-NEXT-ROW.
           READ WORKITEM-FILE NEXT RECORD INTO WORK-ITEM-RECORD
           EVALUATE WORKITEM-STATUS
               WHEN '00'
                   ADD 1 TO WS-ROWS-SWEPT
                   PERFORM 6200-CHECK-ROW
               WHEN '10'
                   MOVE 'Y' TO WS-ITEM-EOF
               WHEN OTHER
                   DISPLAY 'ERROR READING WORKITEM'
                   MOVE WORKITEM-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
       6200-CHECK-ROW.
           PERFORM 6300-FIND-QUEUE
           EVALUATE TRUE
               WHEN WQI-STATUS-OPEN
                AND WS-Q-IDX NOT > WS-Q-COUNT
                AND WS-Q-SWEPT(WS-Q-IDX) = 'Y'
                AND WQI-LAST-SEEN-DATE < WS-RUN-DATE
                   SET WQI-STATUS-CLOSED TO TRUE
                   MOVE WS-RUN-DATE      TO WQI-CLOSED-DATE
                   REWRITE FD-WORKITEM-REC FROM WORK-ITEM-RECORD
                   ADD 1 TO WS-Q-CLOSED-CNT(WS-Q-IDX)
               WHEN WQI-STATUS-CLOSED
                AND WQI-CLOSED-DATE < WS-PURGE-DATE
                   DELETE WORKITEM-FILE RECORD
                   ADD 1 TO WS-PURGED-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WORKITEM-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING WORKITEM FOR '
                       WQI-QUEUE ' ' WQI-ITEM-KEY
               MOVE WORKITEM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The row's queue in the queue list; past the end when
      * the code is not one of them.
      *---------------------------------------------------------------*
       6300-FIND-QUEUE.
           MOVE 1 TO WS-Q-IDX
           PERFORM 6310-NEXT-QUEUE
              UNTIL WS-Q-IDX > WS-Q-COUNT
                 OR WS-Q-CODE(WS-Q-IDX) = WQI-QUEUE
           EXIT.
       6310-NEXT-QUEUE.
           ADD 1 TO WS-Q-IDX
           EXIT.
      *---------------------------------------------------------------*
      * One queue's counts on the run log.
      *---------------------------------------------------------------*
       7000-SHOW-QUEUE-COUNTS.
           IF  WS-Q-SWEPT(WS-Q-IDX) = 'Y'
               MOVE WS-Q-CODE(WS-Q-IDX)         TO WS-LOG-QUEUE
               MOVE WS-Q-OPEN-CNT(WS-Q-IDX)     TO WS-LOG-OPEN
               MOVE WS-Q-NEW-CNT(WS-Q-IDX)      TO WS-LOG-NEW
               MOVE WS-Q-REOPEN-CNT(WS-Q-IDX)   TO WS-LOG-REOPEN
               MOVE WS-Q-CLOSED-CNT(WS-Q-IDX)   TO WS-LOG-CLOSED
               MOVE WS-Q-UNROUTED-CNT(WS-Q-IDX) TO WS-LOG-UNROUTED
               DISPLAY WS-LOG-LINE
           ELSE
               DISPLAY WS-Q-CODE(WS-Q-IDX) ' NOT READ THIS RUN'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * WS-WORK-DATE-INT as YYYY-MM-DD in WS-DATE-X10.
      *---------------------------------------------------------------*
       8100-INT-TO-DATE-X10.
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-DATE-X10-YYYY
           MOVE WS-DATE-YMD-MM   TO WS-DATE-X10-MM
           MOVE WS-DATE-YMD-DD   TO WS-DATE-X10-DD
           EXIT.
      *---------------------------------------------------------------*
      * A YYYYMMDD queue date in WS-ITEM-NUM-9 as YYYY-MM-DD in
      * WS-ITEM-DATE.
      *---------------------------------------------------------------*
       8200-YMD-TO-DATE-X10.
           MOVE SPACES               TO WS-ITEM-DATE
           STRING WS-ITEM-NUM-9(1:4) '-' WS-ITEM-NUM-9(5:2) '-'
                  WS-ITEM-NUM-9(7:2)
                  DELIMITED BY SIZE INTO WS-ITEM-DATE
           EXIT.
      *---------------------------------------------------------------*
      * Opens WORKITEM, which must open, and WQRULE, which is
      * tolerated missing. The queue files are opened one at a
      * time by their sweeps.
      *---------------------------------------------------------------*
       0000-FILES-OPEN.
           OPEN I-O WORKITEM-FILE
           IF WORKITEM-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING WORKITEM'
              MOVE WORKITEM-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT WQRULE-FILE
           IF WQRULE-STATUS = '00'
              MOVE 'Y' TO WS-WQRULE-AVAILABLE
           ELSE
              MOVE 'N' TO WS-WQRULE-AVAILABLE
              DISPLAY 'NO WQRULE FILE - EVERY NEW ITEM UNROUTED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run-long files. Abends on failure.
      *---------------------------------------------------------------*
       9000-FILES-CLOSE.
           IF WS-WQRULE-AVAILABLE = 'Y'
              CLOSE WQRULE-FILE
           END-IF
           CLOSE WORKITEM-FILE
           IF WORKITEM-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING WORKITEM'
              MOVE WORKITEM-STATUS TO IO-STATUS
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
