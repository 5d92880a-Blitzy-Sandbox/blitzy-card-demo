      ******************************************************************
      * Program     : CBRCT02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Recertification deadline and completion report
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
      * CBRCT02C - Access Recertification Deadline and Report
      *            (Batch, daily while a campaign is open)
      *
      * Reports one access recertification campaign (USRCERT,
      * CVRCT01Y.cpy, opened by CBRCT01C) user by user: the
      * access each held, the manager, the decision taken on
      * CORCT00C, who took it and when, and the totals by
      * decision. Run up to the deadline it is a progress report
      * (STATUS IN PROGRESS) and changes nothing.
      *
      * Run after the deadline, every user still pending is
      * deactivated -- the soft delete COUSR03C performs,
      * SEC-USR-ACTIVE-STATUS 'N' on USRSEC, with an 'X'
      * AUDITLOG record by CBRCT02C -- and decided EXPIRED; a
      * pending user already inactive or gone is decided NOT
      * ACTIVE. The campaign is then closed with its counts and
      * the report printed COMPLETE, the one the auditors keep.
      * A closed campaign can be reported again at any time.
      *
      * AUDITLOG is written here outside CICS: the next audit
      * ID follows the highest on file, found once by reading
      * the file through on the first deactivation. The online
      * region must have AUDITLOG closed while this runs.
      *
      * Files accessed:
      *   USRCERT   - Recertification campaigns (KSDS, dynamic
      *               I-O)
      *   USRSEC    - User security (KSDS, random I-O)
      *   AUDITLOG  - Audit trail (KSDS, dynamic I-O)
      *   RCTRPT    - Recertification report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives the campaign ID and the run date (YYYY-MM-DD;
      * spaces = today) via JCL PARM:
      *   PARM='2022Q3   2022-10-01'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRCT02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRCERT-FILE ASSIGN TO USRCERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-RCT-KEY
                  FILE STATUS  IS USRCERT-STATUS.

           SELECT USRSEC-FILE ASSIGN TO USRSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SEC-USR-ID
                  FILE STATUS  IS USRSEC-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AUD-ID
                  FILE STATUS  IS AUDITLOG-STATUS.

           SELECT RCTRPT-FILE ASSIGN TO RCTRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RCTRPT-STATUS.

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
      * FD for the recertification campaign VSAM (250 bytes)
       FD  USRCERT-FILE.
       01  FD-USRCERT-REC.
           05 FD-RCT-KEY                        PIC X(16).
           05 FD-RCT-DATA                       PIC X(234).

      * FD for the USRSEC user security file (195 bytes -- see
      * the byte-map note in CSUSR01Y.cpy)
       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05 FD-SEC-USR-ID                     PIC X(08).
           05 FD-SEC-USR-DATA                   PIC X(187).

      * FD for the audit trail VSAM (135 bytes)
       FD  AUDITLOG-FILE.
       01  FD-AUDITLOG-REC.
           05 FD-AUD-ID                         PIC X(16).
           05 FD-AUD-DATA                       PIC X(119).

       FD  RCTRPT-FILE.
       01  FD-RCTRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVRCT01Y: 250-byte recertification campaign record
       COPY CVRCT01Y.
       01  USRCERT-STATUS.
           05  USRCERT-STAT1       PIC X.
           05  USRCERT-STAT2       PIC X.

      * CSUSR01Y: 195-byte user security record
       COPY CSUSR01Y.
       01  USRSEC-STATUS.
           05  USRSEC-STAT1        PIC X.
           05  USRSEC-STAT2        PIC X.

      * CSAUD01Y: 135-byte audit trail record
       COPY CSAUD01Y.
       01  AUDITLOG-STATUS.
           05  AUDITLOG-STAT1      PIC X.
           05  AUDITLOG-STAT2      PIC X.

      * CVRCT02Y: recertification report print lines
       COPY CVRCT02Y.
       01  RCTRPT-STATUS.
           05  RCTRPT-STAT1        PIC X.
           05  RCTRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBRCT02C'.
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
           05 WS-RUN-DATE               PIC X(10) VALUE SPACES.
           05 WS-DECIDED-TS             PIC X(14) VALUE SPACES.
           05 WS-CAMPAIGN-ID            PIC X(08) VALUE SPACES.
           05 WS-OPEN-DATE              PIC X(10) VALUE SPACES.
           05 WS-DEADLINE               PIC X(10) VALUE SPACES.
           05 WS-CLOSED-DATE            PIC X(10) VALUE SPACES.
           05 WS-CAMPAIGN-STATUS        PIC X(01) VALUE SPACES.
              88 WS-CAMPAIGN-OPEN                 VALUE 'O'.
           05 WS-PAST-DEADLINE          PIC X(01) VALUE 'N'.
              88 WS-DEADLINE-PASSED               VALUE 'Y'.
           05 WS-USER-NAME              PIC X(25) VALUE SPACES.
      * Next audit ID, found on the first deactivation
           05 WS-AUD-ID-N               PIC 9(16) VALUE 0.
           05 WS-AUD-HIGH-FOUND         PIC X(01) VALUE 'N'.
           05 WS-AUD-EOF                PIC X(01) VALUE 'N'.

       01 WS-COUNTERS.
           05 WS-USER-COUNT             PIC 9(05) VALUE 0.
           05 WS-PENDING-COUNT          PIC 9(05) VALUE 0.
           05 WS-CERTIFIED-COUNT        PIC 9(05) VALUE 0.
           05 WS-REVOKED-COUNT          PIC 9(05) VALUE 0.
           05 WS-EXPIRED-COUNT          PIC 9(05) VALUE 0.
           05 WS-NOT-ACTIVE-COUNT       PIC 9(05) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: the campaign ID and the date the run
      * is for, compared with the campaign's deadline
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-CAMPAIGN-ID    PIC X(08).
           05  FILLER              PIC X(01).
           05  PARM-RUN-DATE       PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: reads the campaign, reports (and past the
      * deadline, expires) its users, then closes it when due.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRCT02C'.
           IF  PARM-LENGTH < 8
           OR  PARM-CAMPAIGN-ID = SPACES
               DISPLAY 'INVALID PARM - CAMPAIGN ID REQUIRED'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  PARM-LENGTH < 19
           OR  PARM-RUN-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
               MOVE '-'                         TO WS-RUN-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2)  TO WS-RUN-DATE(6:2)
               MOVE '-'                         TO WS-RUN-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2)  TO WS-RUN-DATE(9:2)
           ELSE
               IF  PARM-RUN-DATE(1:4) NOT NUMERIC
               OR  PARM-RUN-DATE(5:1) NOT = '-'
               OR  PARM-RUN-DATE(6:2) NOT NUMERIC
               OR  PARM-RUN-DATE(8:1) NOT = '-'
               OR  PARM-RUN-DATE(9:2) NOT NUMERIC
                   DISPLAY 'INVALID PARM - RUN DATE MUST BE '
                           'YYYY-MM-DD'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               MOVE PARM-RUN-DATE TO WS-RUN-DATE
           END-IF
           MOVE PARM-CAMPAIGN-ID TO WS-CAMPAIGN-ID
           DISPLAY 'CAMPAIGN: ' WS-CAMPAIGN-ID
                   '  RUN DATE: ' WS-RUN-DATE

           PERFORM 0000-USRCERT-OPEN.
           PERFORM 0100-USRSEC-OPEN.
           PERFORM 0200-AUDITLOG-OPEN.
           PERFORM 0300-RCTRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-READ-CAMPAIGN.
           PERFORM 1100-PRINT-HEADINGS.

           PERFORM 2000-START-USERS.
           PERFORM 2100-PROCESS-USER
              UNTIL END-OF-FILE = 'Y'.

           IF  WS-DEADLINE-PASSED
               PERFORM 3000-CLOSE-CAMPAIGN
           END-IF

           PERFORM 4000-PRINT-TOTALS.

           PERFORM 9000-USRCERT-CLOSE.
           PERFORM 9100-USRSEC-CLOSE.
           PERFORM 9200-AUDITLOG-CLOSE.
           PERFORM 9300-RCTRPT-CLOSE.

           DISPLAY 'USERS IN CAMPAIGN      :' WS-USER-COUNT
           DISPLAY 'CERTIFIED              :' WS-CERTIFIED-COUNT
           DISPLAY 'REVOKED                :' WS-REVOKED-COUNT
           DISPLAY 'EXPIRED (DEACTIVATED)  :' WS-EXPIRED-COUNT
           DISPLAY 'NOT ACTIVE AT DEADLINE :' WS-NOT-ACTIVE-COUNT
           DISPLAY 'STILL PENDING          :' WS-PENDING-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRCT02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the campaign row; a campaign CBRCT01C never opened
      * ABENDS the run. An open campaign is past its deadline
      * once the run date is after it.
      *---------------------------------------------------------------*
       1000-READ-CAMPAIGN.
           MOVE WS-CAMPAIGN-ID     TO RCT-CAMPAIGN-ID
           MOVE LOW-VALUES         TO RCT-USR-ID
           MOVE RCT-KEY            TO FD-RCT-KEY
           READ USRCERT-FILE INTO USER-RECERT-RECORD
           IF  USRCERT-STATUS = '23'
               DISPLAY 'CAMPAIGN ' WS-CAMPAIGN-ID ' NOT ON FILE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  USRCERT-STATUS NOT = '00'
               DISPLAY 'ERROR READING CAMPAIGN ROW'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE RCT-OPEN-DATE       TO WS-OPEN-DATE
           MOVE RCT-DEADLINE        TO WS-DEADLINE
           MOVE RCT-CLOSED-DATE     TO WS-CLOSED-DATE
           MOVE RCT-CAMPAIGN-STATUS TO WS-CAMPAIGN-STATUS
           IF  WS-CAMPAIGN-OPEN
           AND WS-RUN-DATE > WS-DEADLINE
               MOVE 'Y' TO WS-PAST-DEADLINE
               MOVE WS-RUN-DATE TO WS-CLOSED-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DECIDED-TS
               DISPLAY 'DEADLINE ' WS-DEADLINE ' HAS PASSED - '
                       'PENDING USERS WILL BE DEACTIVATED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The report's heading block.
      *---------------------------------------------------------------*
       1100-PRINT-HEADINGS.
           MOVE WS-RUN-DATE    TO RCT-HDR-RUN-DATE
           MOVE WS-CAMPAIGN-ID TO RCT-HDR-CAMPAIGN-ID
           MOVE WS-OPEN-DATE   TO RCT-HDR-OPEN-DATE
           MOVE WS-DEADLINE    TO RCT-HDR-DEADLINE
           MOVE SPACES         TO RCT-HDR-STATUS
           IF  WS-CAMPAIGN-OPEN
           AND NOT WS-DEADLINE-PASSED
               MOVE 'IN PROGRESS' TO RCT-HDR-STATUS
           ELSE
               STRING 'COMPLETE - CLOSED ' DELIMITED BY SIZE
                      WS-CLOSED-DATE       DELIMITED BY SIZE
                 INTO RCT-HDR-STATUS
           END-IF
           WRITE FD-RCTRPT-REC FROM RCT-PAGE-HEADER
           WRITE FD-RCTRPT-REC FROM RCT-CAMPAIGN-HEADER
           WRITE FD-RCTRPT-REC FROM RCT-RULE-LINE
           WRITE FD-RCTRPT-REC FROM RCT-DETAIL-HEADER
           WRITE FD-RCTRPT-REC FROM RCT-RULE-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Positions on the campaign's first user row, after the
      * campaign row.
      *---------------------------------------------------------------*
       2000-START-USERS.
           MOVE WS-CAMPAIGN-ID     TO RCT-CAMPAIGN-ID
           MOVE LOW-VALUES         TO RCT-USR-ID
           MOVE RCT-KEY            TO FD-RCT-KEY
           START USRCERT-FILE KEY > FD-RCT-KEY
              INVALID KEY
                 MOVE 'Y' TO END-OF-FILE
           END-START
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next user row of the campaign; past the
      * deadline a pending user is expired first. Every user is
      * counted by decision and printed.
      *---------------------------------------------------------------*
       2100-PROCESS-USER.
           READ USRCERT-FILE NEXT RECORD INTO USER-RECERT-RECORD
               AT END
                  MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  END-OF-FILE = 'N'
               IF  USRCERT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING USRCERT FILE'
                   MOVE USRCERT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  RCT-CAMPAIGN-ID NOT = WS-CAMPAIGN-ID
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   ADD 1 TO WS-USER-COUNT
                   IF  WS-DEADLINE-PASSED
                   AND RCT-DECISION-PENDING
                       PERFORM 2200-EXPIRE-USER
                   END-IF
                   PERFORM 2500-COUNT-AND-PRINT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A user not recertified by the deadline: deactivated
      * (the COUSR03C soft delete) and decided EXPIRED, or, when
      * already inactive or removed, decided NOT ACTIVE.
      *---------------------------------------------------------------*
       2200-EXPIRE-USER.
           MOVE RCT-USR-ID TO FD-SEC-USR-ID
           READ USRSEC-FILE INTO SEC-USER-DATA
           EVALUATE USRSEC-STATUS
               WHEN '00'
                   IF  SEC-USR-ACTIVE
                       SET SEC-USR-INACTIVE TO TRUE
                       REWRITE FD-USRSEC-REC FROM SEC-USER-DATA
                       IF  USRSEC-STATUS NOT = '00'
                           DISPLAY 'ERROR REWRITING USRSEC FILE'
                           MOVE USRSEC-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       PERFORM 2300-WRITE-AUDIT
                       SET RCT-DECISION-EXPIRED   TO TRUE
                   ELSE
                       SET RCT-DECISION-NOT-ACTIVE TO TRUE
                   END-IF
               WHEN '23'
                   SET RCT-DECISION-NOT-ACTIVE TO TRUE
               WHEN OTHER
                   DISPLAY 'ERROR READING USRSEC FILE'
                   MOVE USRSEC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           MOVE WS-BATCH-JOB-NAME TO RCT-DECIDED-BY
           MOVE WS-DECIDED-TS     TO RCT-DECIDED-TS
           REWRITE FD-USRCERT-REC FROM USER-RECERT-RECORD
           IF  USRCERT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING USRCERT FILE'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One 'X' (deactivate) AUDITLOG record for the expired
      * user, by this job.
      *---------------------------------------------------------------*
       2300-WRITE-AUDIT.
           IF  WS-AUD-HIGH-FOUND = 'N'
               PERFORM 2400-FIND-AUDIT-HIGH-KEY
           END-IF
           ADD 1 TO WS-AUD-ID-N

           INITIALIZE AUDIT-RECORD
           MOVE WS-AUD-ID-N       TO AUD-ID
           MOVE WS-DECIDED-TS     TO AUD-TS
           MOVE RCT-USR-ID        TO AUD-USR-ID
           SET AUD-ACTION-DEACTIVATE TO TRUE
           MOVE WS-BATCH-JOB-NAME TO AUD-BY-USR-ID
           MOVE WS-BATCH-JOB-NAME TO AUD-PGM-NAME
           STRING 'NOT RECERTIFIED - CAMPAIGN ' DELIMITED BY SIZE
                  WS-CAMPAIGN-ID     DELIMITED BY SPACE
                  ' DEADLINE '       DELIMITED BY SIZE
                  WS-DEADLINE        DELIMITED BY SIZE
             INTO AUD-DESC
           MOVE AUD-ID            TO FD-AUD-ID
           WRITE FD-AUDITLOG-REC FROM AUDIT-RECORD
           IF  AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AUDITLOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The highest audit ID on file -- the last record of a
      * read through the file.
      *---------------------------------------------------------------*
       2400-FIND-AUDIT-HIGH-KEY.
           MOVE 0   TO WS-AUD-ID-N
           MOVE 'N' TO WS-AUD-EOF
           PERFORM 2410-READ-AUDIT-NEXT
              UNTIL WS-AUD-EOF = 'Y'
           MOVE 'Y' TO WS-AUD-HIGH-FOUND
           EXIT.
      *---------------------------------------------------------------*
      * One step of the read through AUDITLOG.
      *---------------------------------------------------------------*
       2410-READ-AUDIT-NEXT.
           READ AUDITLOG-FILE NEXT RECORD INTO AUDIT-RECORD
               AT END
                  MOVE 'Y' TO WS-AUD-EOF
           END-READ
           IF  WS-AUD-EOF = 'N'
               IF  AUDITLOG-STATUS NOT = '00'
                   DISPLAY 'ERROR READING AUDITLOG FILE'
                   MOVE AUDITLOG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               MOVE AUD-ID TO WS-AUD-ID-N
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts the user under the decision and prints the line.
      *---------------------------------------------------------------*
       2500-COUNT-AND-PRINT.
           EVALUATE TRUE
               WHEN RCT-DECISION-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING'    TO RCT-DTL-DECISION
               WHEN RCT-DECISION-CERTIFIED
                   ADD 1 TO WS-CERTIFIED-COUNT
                   MOVE 'CERTIFIED'  TO RCT-DTL-DECISION
               WHEN RCT-DECISION-REVOKED
                   ADD 1 TO WS-REVOKED-COUNT
                   MOVE 'REVOKED'    TO RCT-DTL-DECISION
               WHEN RCT-DECISION-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'EXPIRED'    TO RCT-DTL-DECISION
               WHEN OTHER
                   ADD 1 TO WS-NOT-ACTIVE-COUNT
                   MOVE 'INACTIVE'   TO RCT-DTL-DECISION
           END-EVALUATE

           MOVE SPACES TO WS-USER-NAME
           STRING RCT-USR-FNAME  DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  RCT-USR-LNAME  DELIMITED BY SPACE
             INTO WS-USER-NAME
           MOVE RCT-USR-ID        TO RCT-DTL-USR-ID
           MOVE WS-USER-NAME      TO RCT-DTL-NAME
           MOVE RCT-USR-TYPE      TO RCT-DTL-TYPE
           MOVE RCT-ROLE-ID       TO RCT-DTL-ROLE
           IF  RCT-MANAGER-ID = SPACES
               MOVE '(ADMIN)'     TO RCT-DTL-MANAGER
           ELSE
               MOVE RCT-MANAGER-ID TO RCT-DTL-MANAGER
           END-IF
           IF  RCT-LAST-LOGIN-TS = SPACES
               MOVE 'NEVER'       TO RCT-DTL-LAST-LOGIN
           ELSE
               MOVE SPACES        TO RCT-DTL-LAST-LOGIN
               STRING RCT-LAST-LOGIN-TS(1:4) DELIMITED BY SIZE
                      '-'                    DELIMITED BY SIZE
                      RCT-LAST-LOGIN-TS(5:2) DELIMITED BY SIZE
                      '-'                    DELIMITED BY SIZE
                      RCT-LAST-LOGIN-TS(7:2) DELIMITED BY SIZE
                 INTO RCT-DTL-LAST-LOGIN
           END-IF
           MOVE RCT-ENT-COUNT     TO RCT-DTL-ENT-COUNT
           MOVE RCT-DECIDED-BY    TO RCT-DTL-DECIDED-BY
           IF  RCT-DECIDED-TS = SPACES
               MOVE SPACES        TO RCT-DTL-DECIDED-AT
           ELSE
               MOVE SPACES        TO RCT-DTL-DECIDED-AT
               STRING RCT-DECIDED-TS(1:4) DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      RCT-DECIDED-TS(5:2) DELIMITED BY SIZE
                      '-'                 DELIMITED BY SIZE
                      RCT-DECIDED-TS(7:2) DELIMITED BY SIZE
                 INTO RCT-DTL-DECIDED-AT
           END-IF
           WRITE FD-RCTRPT-REC FROM RCT-DETAIL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Closes the campaign with its counts; no decision can be
      * taken on it after this.
      *---------------------------------------------------------------*
       3000-CLOSE-CAMPAIGN.
           MOVE WS-CAMPAIGN-ID     TO RCT-CAMPAIGN-ID
           MOVE LOW-VALUES         TO RCT-USR-ID
           MOVE RCT-KEY            TO FD-RCT-KEY
           READ USRCERT-FILE INTO USER-RECERT-RECORD
           IF  USRCERT-STATUS = '00'
               SET RCT-CAMPAIGN-CLOSED TO TRUE
               MOVE WS-CLOSED-DATE      TO RCT-CLOSED-DATE
               MOVE WS-USER-COUNT       TO RCT-USER-COUNT
               MOVE WS-CERTIFIED-COUNT  TO RCT-CERTIFIED-COUNT
               MOVE WS-REVOKED-COUNT    TO RCT-REVOKED-COUNT
               MOVE WS-EXPIRED-COUNT    TO RCT-EXPIRED-COUNT
               MOVE WS-NOT-ACTIVE-COUNT TO RCT-NOT-ACTIVE-COUNT
               REWRITE FD-USRCERT-REC FROM USER-RECERT-RECORD
           END-IF
           IF  USRCERT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CAMPAIGN ROW'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY 'CAMPAIGN ' WS-CAMPAIGN-ID ' CLOSED ' WS-CLOSED-DATE
           EXIT.
      *---------------------------------------------------------------*
      * Totals by decision and the end of the report.
      *---------------------------------------------------------------*
       4000-PRINT-TOTALS.
           IF  WS-USER-COUNT = 0
               WRITE FD-RCTRPT-REC FROM RCT-NONE-LINE
           END-IF
           WRITE FD-RCTRPT-REC FROM RCT-RULE-LINE
           WRITE FD-RCTRPT-REC FROM RCT-TOTALS-TITLE
           MOVE 'USERS IN CAMPAIGN'      TO RCT-TOT-LABEL
           MOVE WS-USER-COUNT            TO RCT-TOT-COUNT
           WRITE FD-RCTRPT-REC FROM RCT-TOTAL-LINE
           MOVE 'CERTIFIED'              TO RCT-TOT-LABEL
           MOVE WS-CERTIFIED-COUNT       TO RCT-TOT-COUNT
           WRITE FD-RCTRPT-REC FROM RCT-TOTAL-LINE
           MOVE 'REVOKED'                TO RCT-TOT-LABEL
           MOVE WS-REVOKED-COUNT         TO RCT-TOT-COUNT
           WRITE FD-RCTRPT-REC FROM RCT-TOTAL-LINE
           MOVE 'EXPIRED - DEACTIVATED'  TO RCT-TOT-LABEL
           MOVE WS-EXPIRED-COUNT         TO RCT-TOT-COUNT
           WRITE FD-RCTRPT-REC FROM RCT-TOTAL-LINE
           MOVE 'NOT ACTIVE AT DEADLINE' TO RCT-TOT-LABEL
           MOVE WS-NOT-ACTIVE-COUNT      TO RCT-TOT-COUNT
           WRITE FD-RCTRPT-REC FROM RCT-TOTAL-LINE
           MOVE 'STILL PENDING'          TO RCT-TOT-LABEL
           MOVE WS-PENDING-COUNT         TO RCT-TOT-COUNT
           WRITE FD-RCTRPT-REC FROM RCT-TOTAL-LINE
           WRITE FD-RCTRPT-REC FROM RCT-END-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the recertification campaigns for I-O.
      *---------------------------------------------------------------*
       0000-USRCERT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O USRCERT-FILE
           IF  USRCERT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING USRCERT FILE'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the user security file for I-O.
      *---------------------------------------------------------------*
       0100-USRSEC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O USRSEC-FILE
           IF  USRSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING USRSEC FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the audit trail for I-O.
      *---------------------------------------------------------------*
       0200-AUDITLOG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O AUDITLOG-FILE
           IF  AUDITLOG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUDITLOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the recertification report for output.
      *---------------------------------------------------------------*
       0300-RCTRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT RCTRPT-FILE
           IF  RCTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RECERTIFICATION REPORT'
               MOVE RCTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes USRCERT-FILE.
      *---------------------------------------------------------------*
       9000-USRCERT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE USRCERT-FILE
           IF  USRCERT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING USRCERT FILE'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes USRSEC-FILE.
      *---------------------------------------------------------------*
       9100-USRSEC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE USRSEC-FILE
           IF  USRSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING USRSEC FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes AUDITLOG-FILE.
      *---------------------------------------------------------------*
       9200-AUDITLOG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AUDITLOG-FILE
           IF  AUDITLOG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AUDITLOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes RCTRPT-FILE.
      *---------------------------------------------------------------*
       9300-RCTRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RCTRPT-FILE
           IF  RCTRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RECERTIFICATION REPORT'
               MOVE RCTRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.


      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the campaign and report are already written.
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
      * count of accounts scored and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-USER-COUNT               TO BATCH-RECORD-COUNT
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
