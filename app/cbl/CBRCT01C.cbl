      ******************************************************************
      * Program     : CBRCT01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Open a user access recertification campaign
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
      * CBRCT01C - Access Recertification Campaign Open (Batch,
      *            quarterly)
      *
      * Opens a recertification campaign on the USRCERT file
      * (CVRCT01Y.cpy): every USRSEC user active today is
      * extracted with what their access is -- user type, role
      * (SEC-USR-ROLE-ID) and the programs the role is entitled
      * to on ENTITLE (the map CORLM00C maintains) -- their last
      * sign-on and their manager (SEC-USR-MANAGER-ID), and set
      * pending. The managers then certify or revoke each user
      * on the CORCT00C screen before the deadline; CBRCT02C
      * deactivates whoever is still pending after it and
      * prints the completion report the auditors keep.
      *
      * A rerun of an open campaign adds the users who have
      * become active since and leaves the rows already on file
      * -- and any decisions on them -- as they are; its
      * deadline becomes the PARM's, so a rerun is also how a
      * deadline is extended. A closed campaign cannot be
      * reopened: the run ABENDS with USRCERT untouched.
      *
      * Files accessed:
      *   USRSEC    - User security (KSDS, sequential input)
      *   ENTITLE   - Role entitlements (KSDS, dynamic input)
      *   USRCERT   - Recertification campaigns (KSDS, random
      *               I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives the campaign ID and the certification deadline
      * (YYYY-MM-DD, after today) via JCL PARM:
      *   PARM='2022Q3   2022-09-30'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRCT01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USRSEC-FILE ASSIGN TO USRSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SEC-USR-ID
                  FILE STATUS  IS USRSEC-STATUS.

           SELECT ENTITLE-FILE ASSIGN TO ENTITLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ENT-KEY
                  FILE STATUS  IS ENTITLE-STATUS.

           SELECT USRCERT-FILE ASSIGN TO USRCERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCT-KEY
                  FILE STATUS  IS USRCERT-STATUS.

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
      * FD for the USRSEC user security file (195 bytes -- see
      * the byte-map note in CSUSR01Y.cpy)
       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05 FD-SEC-USR-ID                     PIC X(08).
           05 FD-SEC-USR-DATA                   PIC X(187).

      * FD for the role entitlement VSAM (60 bytes)
       FD  ENTITLE-FILE.
       01  FD-ENTITLE-REC.
           05 FD-ENT-KEY                        PIC X(16).
           05 FD-ENT-DATA                       PIC X(44).

      * FD for the recertification campaign VSAM (250 bytes)
       FD  USRCERT-FILE.
       01  FD-USRCERT-REC.
           05 FD-RCT-KEY                        PIC X(16).
           05 FD-RCT-DATA                       PIC X(234).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CSUSR01Y: 195-byte user security record
       COPY CSUSR01Y.
       01  USRSEC-STATUS.
           05  USRSEC-STAT1        PIC X.
           05  USRSEC-STAT2        PIC X.

      * CVENT01Y: 60-byte role entitlement record
       COPY CVENT01Y.
       01  ENTITLE-STATUS.
           05  ENTITLE-STAT1       PIC X.
           05  ENTITLE-STAT2       PIC X.

      * CVRCT01Y: 250-byte recertification campaign record
       COPY CVRCT01Y.
       01  USRCERT-STATUS.
           05  USRCERT-STAT1       PIC X.
           05  USRCERT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBRCT01C'.
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
           05 WS-ENT-EOF                PIC X(01) VALUE 'N'.
           05 WS-ENT-I                  PIC S9(04) COMP VALUE 0.
           05 WS-ENT-MAX                PIC S9(04) COMP VALUE 10.

       01 WS-COUNTERS.
           05 WS-USER-READ-COUNT        PIC 9(07) VALUE 0.
           05 WS-INACTIVE-COUNT         PIC 9(07) VALUE 0.
           05 WS-EXTRACT-COUNT          PIC 9(07) VALUE 0.
           05 WS-ON-FILE-COUNT          PIC 9(07) VALUE 0.
           05 WS-NO-ROLE-COUNT          PIC 9(07) VALUE 0.
           05 WS-NO-MANAGER-COUNT       PIC 9(07) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: the campaign ID and the date by
      * which every user must be certified
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-CAMPAIGN-ID    PIC X(08).
           05  FILLER              PIC X(01).
           05  PARM-DEADLINE       PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: opens (or reopens) the campaign row, then
      * extracts the active users.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRCT01C'.
           MOVE FUNCTION CURRENT-DATE(1:4)  TO WS-RUN-DATE(1:4)
           MOVE '-'                         TO WS-RUN-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO WS-RUN-DATE(6:2)
           MOVE '-'                         TO WS-RUN-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2)  TO WS-RUN-DATE(9:2)
           DISPLAY 'CAMPAIGN: ' PARM-CAMPAIGN-ID
                   '  DEADLINE: ' PARM-DEADLINE
           IF  PARM-LENGTH < 19
           OR  PARM-CAMPAIGN-ID = SPACES
           OR  PARM-DEADLINE(1:4) NOT NUMERIC
           OR  PARM-DEADLINE(5:1) NOT = '-'
           OR  PARM-DEADLINE(6:2) NOT NUMERIC
           OR  PARM-DEADLINE(8:1) NOT = '-'
           OR  PARM-DEADLINE(9:2) NOT NUMERIC
               DISPLAY 'INVALID PARM - CAMPAIGN ID AND DEADLINE '
                       'YYYY-MM-DD REQUIRED'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  PARM-DEADLINE NOT > WS-RUN-DATE
               DISPLAY 'DEADLINE MUST BE AFTER TODAY: ' WS-RUN-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           PERFORM 0000-USRSEC-OPEN.
           PERFORM 0100-ENTITLE-OPEN.
           PERFORM 0200-USRCERT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-OPEN-CAMPAIGN.

           PERFORM 2000-EXTRACT-USER
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 3000-UPDATE-CAMPAIGN.

           PERFORM 9000-USRSEC-CLOSE.
           PERFORM 9100-ENTITLE-CLOSE.
           PERFORM 9200-USRCERT-CLOSE.

           DISPLAY 'USERS READ             :' WS-USER-READ-COUNT
           DISPLAY 'USERS NOT ACTIVE       :' WS-INACTIVE-COUNT
           DISPLAY 'USERS EXTRACTED        :' WS-EXTRACT-COUNT
           DISPLAY 'ALREADY IN CAMPAIGN    :' WS-ON-FILE-COUNT
           DISPLAY 'USERS WITH NO ROLE     :' WS-NO-ROLE-COUNT
           DISPLAY 'USERS WITH NO MANAGER  :' WS-NO-MANAGER-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRCT01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Writes the campaign row, open, with today's date and the
      * deadline. On a rerun the row is already there: a closed
      * campaign is refused, an open one takes the new deadline.
      *---------------------------------------------------------------*
       1000-OPEN-CAMPAIGN.
           INITIALIZE USER-RECERT-RECORD
           MOVE PARM-CAMPAIGN-ID   TO RCT-CAMPAIGN-ID
           MOVE LOW-VALUES         TO RCT-USR-ID
           MOVE WS-RUN-DATE        TO RCT-OPEN-DATE
           MOVE PARM-DEADLINE      TO RCT-DEADLINE
           SET RCT-CAMPAIGN-OPEN   TO TRUE
           MOVE SPACES             TO RCT-CLOSED-DATE
           MOVE RCT-KEY            TO FD-RCT-KEY
           WRITE FD-USRCERT-REC FROM USER-RECERT-RECORD
           IF  USRCERT-STATUS = '22'
               READ USRCERT-FILE INTO USER-RECERT-RECORD
               IF  USRCERT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CAMPAIGN ROW'
                   MOVE USRCERT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  RCT-CAMPAIGN-CLOSED
                   DISPLAY 'CAMPAIGN ' PARM-CAMPAIGN-ID
                           ' WAS CLOSED ' RCT-CLOSED-DATE
                           ' - CANNOT BE REOPENED'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               DISPLAY 'CAMPAIGN ALREADY OPEN SINCE ' RCT-OPEN-DATE
                       ' - ADDING NEW USERS, DEADLINE NOW '
                       PARM-DEADLINE
               MOVE PARM-DEADLINE TO RCT-DEADLINE
               REWRITE FD-USRCERT-REC FROM USER-RECERT-RECORD
           END-IF
           IF  USRCERT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CAMPAIGN ROW'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next user and, when active, writes the user's
      * row pending. A user already in the campaign (a rerun)
      * keeps the row on file.
      *---------------------------------------------------------------*
       2000-EXTRACT-USER.
           READ USRSEC-FILE INTO SEC-USER-DATA
           IF  USRSEC-STATUS = '10'
               MOVE 'Y' TO END-OF-FILE
           ELSE
               IF  USRSEC-STATUS NOT = '00'
                   DISPLAY 'ERROR READING USRSEC FILE'
                   MOVE USRSEC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-USER-READ-COUNT
               IF  SEC-USR-ACTIVE
                   PERFORM 2100-WRITE-USER-ROW
               ELSE
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Builds and writes one user's row.
      *---------------------------------------------------------------*
       2100-WRITE-USER-ROW.
           INITIALIZE USER-RECERT-RECORD
           MOVE PARM-CAMPAIGN-ID       TO RCT-CAMPAIGN-ID
           MOVE SEC-USR-ID             TO RCT-USR-ID
           MOVE SEC-USR-FNAME          TO RCT-USR-FNAME
           MOVE SEC-USR-LNAME          TO RCT-USR-LNAME
           MOVE SEC-USR-TYPE           TO RCT-USR-TYPE
           MOVE SEC-USR-ROLE-ID        TO RCT-ROLE-ID
           MOVE SEC-USR-LAST-LOGIN-TS  TO RCT-LAST-LOGIN-TS
           MOVE SEC-USR-MANAGER-ID     TO RCT-MANAGER-ID
           MOVE 0                      TO RCT-ENT-COUNT
           MOVE SPACES                 TO RCT-DECIDED-BY
                                          RCT-DECIDED-TS
           SET RCT-DECISION-PENDING    TO TRUE
           IF  SEC-USR-ROLE-ID = SPACES OR LOW-VALUES
               MOVE SPACES TO RCT-ROLE-ID
               ADD 1 TO WS-NO-ROLE-COUNT
           ELSE
               PERFORM 2200-LOAD-ENTITLEMENTS
           END-IF
           IF  SEC-USR-MANAGER-ID = SPACES OR LOW-VALUES
               MOVE SPACES TO RCT-MANAGER-ID
               ADD 1 TO WS-NO-MANAGER-COUNT
           END-IF

           MOVE RCT-KEY TO FD-RCT-KEY
           WRITE FD-USRCERT-REC FROM USER-RECERT-RECORD
           EVALUATE USRCERT-STATUS
               WHEN '00'
                   ADD 1 TO WS-EXTRACT-COUNT
               WHEN '22'
                   ADD 1 TO WS-ON-FILE-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR WRITING CAMPAIGN USER ROW'
                   MOVE USRCERT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Gathers the programs the user's role is ALLOWed on
      * ENTITLE -- a browse of the role's key range.
      *---------------------------------------------------------------*
       2200-LOAD-ENTITLEMENTS.
           MOVE 'N' TO WS-ENT-EOF
           MOVE 0   TO WS-ENT-I
           MOVE SEC-USR-ROLE-ID TO ENT-ROLE-ID
           MOVE LOW-VALUES      TO ENT-PGM-NAME
           MOVE ENT-KEY         TO FD-ENT-KEY
           START ENTITLE-FILE KEY NOT < FD-ENT-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ENT-EOF
           END-START
           PERFORM 2210-TAKE-ENTITLEMENT
              UNTIL WS-ENT-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next entitlement; the role's range ends at the
      * first row of another role.
      *---------------------------------------------------------------*
       2210-TAKE-ENTITLEMENT.
           READ ENTITLE-FILE NEXT RECORD INTO ENTITLEMENT-RECORD
               AT END
                  MOVE 'Y' TO WS-ENT-EOF
           END-READ
           IF  WS-ENT-EOF = 'N'
               IF  ENTITLE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING ENTITLE FILE'
                   MOVE ENTITLE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  ENT-ROLE-ID NOT = SEC-USR-ROLE-ID
                   MOVE 'Y' TO WS-ENT-EOF
               ELSE
                   IF  ENT-CTRL-ALLOW
                       ADD 1 TO RCT-ENT-COUNT
                       IF  WS-ENT-I < WS-ENT-MAX
                           ADD 1 TO WS-ENT-I
                           MOVE ENT-PGM-NAME TO RCT-ENT-PGM (WS-ENT-I)
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Records the campaign's user count on its row.
      *---------------------------------------------------------------*
       3000-UPDATE-CAMPAIGN.
           INITIALIZE USER-RECERT-RECORD
           MOVE PARM-CAMPAIGN-ID   TO RCT-CAMPAIGN-ID
           MOVE LOW-VALUES         TO RCT-USR-ID
           MOVE RCT-KEY            TO FD-RCT-KEY
           READ USRCERT-FILE INTO USER-RECERT-RECORD
           IF  USRCERT-STATUS = '00'
               COMPUTE RCT-USER-COUNT =
                  WS-EXTRACT-COUNT + WS-ON-FILE-COUNT
               REWRITE FD-USRCERT-REC FROM USER-RECERT-RECORD
           END-IF
           IF  USRCERT-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING CAMPAIGN ROW'
               MOVE USRCERT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the user security file for sequential input.
      *---------------------------------------------------------------*
       0000-USRSEC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT USRSEC-FILE
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
      * Opens the role entitlements for keyed browsing.
      *---------------------------------------------------------------*
       0100-ENTITLE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ENTITLE-FILE
           IF  ENTITLE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ENTITLE FILE'
               MOVE ENTITLE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the recertification campaigns for I-O.
      *---------------------------------------------------------------*
       0200-USRCERT-OPEN.
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
      * Closes USRSEC-FILE.
      *---------------------------------------------------------------*
       9000-USRSEC-CLOSE.
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
      * Closes ENTITLE-FILE.
      *---------------------------------------------------------------*
       9100-ENTITLE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ENTITLE-FILE
           IF  ENTITLE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ENTITLE FILE'
               MOVE ENTITLE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes USRCERT-FILE.
      *---------------------------------------------------------------*
       9200-USRCERT-CLOSE.
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
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the campaign rows are already written.
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
           MOVE WS-EXTRACT-COUNT            TO BATCH-RECORD-COUNT
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
