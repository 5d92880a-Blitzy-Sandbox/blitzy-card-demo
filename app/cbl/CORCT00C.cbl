      ******************************************************************
      * Program     : CORCT00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Certify or revoke users' access in a campaign
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
      *================================================================*
      * Program:     CORCT00C
      * Transaction: CRC0
      * BMS Map:     CORCT00 / CORCT0A
      * Function:    Access recertification. The signed-on user
      *              keys a campaign ID (opened by CBRCT01C) and
      *              is listed, ten to a page, the users of the
      *              campaign they are to decide on: the users
      *              whose manager (SEC-USR-MANAGER-ID) they are,
      *              and, for an admin, the users with no manager
      *              on file -- each with role, last sign-on,
      *              entitlement count and decision so far.
      *              Keying C (certify) or R (revoke) against
      *              pending users and pressing ENTER records the
      *              decisions (CVRCT01Y.cpy), one 'j' AUDITLOG
      *              record each. A revoke also deactivates the
      *              user at once -- the soft delete COUSR03C
      *              performs, with its 'X' AUDITLOG record.
      *              Refused: deciding on one's own access, a
      *              user already decided, and any decision once
      *              the campaign is closed or its deadline has
      *              passed (CBRCT02C then deactivates whoever is
      *              still pending).
      * Files:       USRCERT  (READ, STARTBR, READNEXT, ENDBR,
      *                        READ UPDATE, REWRITE)
      *              USRSEC   (READ UPDATE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller. PF8 pages forward,
      *              PF7 returns to the first page.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORCT00C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'CORCT00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CRC0'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-USRCERT-FILE            PIC X(08) VALUE 'USRCERT '.
         05 WS-USRSEC-FILE             PIC X(08) VALUE 'USRSEC  '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      ******************************************************************
      * Session idle-timeout
      ******************************************************************
      * WS-IDLE-LIMIT-SECS: maximum seconds a session may sit
      * idle between tasks before it is forced back to sign-on.
      * WS-IDLE-ELAPSED-SECS: seconds since CDEMO-LAST-ACTIVITY-
      * DT/TM, computed fresh each task by CHECK-SESSION-IDLE
      * (see COCOM01Y.cpy for the COMMAREA stamp fields).
         05 WS-IDLE-LIMIT-SECS                     PIC 9(05)
                                                   VALUE 00900.
         05 WS-IDLE-ELAPSED-SECS                   PIC S9(09) COMP
                                                   VALUE ZEROS.
         05 WS-SESSION-IDLE-FLAG                   PIC X(01)
                                                   VALUE 'N'.
           88 WS-SESSION-IS-IDLE                       VALUE 'Y'.
           88 WS-SESSION-NOT-IDLE                      VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
      *
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-ACTION-CD           PIC X(01) VALUE SPACES.
         05 WS-AUD-USR-ID              PIC X(08) VALUE SPACES.
         05 WS-AUD-DESC                PIC X(80) VALUE SPACES.
      *
      * --- Row counters: up to 10 users listed per screen -------
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-SUBSCRIPT               PIC 9(02) VALUE ZERO.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-MORE-FOUND              PIC X(01) VALUE 'N'.
      *
      * --- Decisions keyed on the page --------------------------
         05 WS-ACTION                  PIC X(01) VALUE SPACES.
           88 WS-ACTION-CERTIFY                  VALUE 'C' 'c'.
           88 WS-ACTION-REVOKE                   VALUE 'R' 'r'.
           88 WS-ACTION-NONE                     VALUE SPACES
                                                       LOW-VALUES.
         05 WS-ACTION-CNT              PIC 9(02) VALUE ZERO.
         05 WS-CERTIFIED-CNT           PIC 9(02) VALUE ZERO.
         05 WS-REVOKED-CNT             PIC 9(02) VALUE ZERO.
         05 WS-SKIPPED-CNT             PIC 9(02) VALUE ZERO.
         05 WS-ROW-USR-ID              PIC X(08) VALUE SPACES.
      *
      * --- The campaign as read off its campaign row ------------
         05 WS-CAMPAIGN-ID             PIC X(08) VALUE SPACES.
         05 WS-DEADLINE                PIC X(10) VALUE SPACES.
         05 WS-CAMPAIGN-STATUS         PIC X(01) VALUE SPACES.
           88 WS-CAMPAIGN-OPEN                   VALUE 'O'.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-DECIDED-TS              PIC X(14) VALUE SPACES.
         05 WS-USER-NAME               PIC X(25) VALUE SPACES.
         05 WS-DECISION-TEXT           PIC X(10) VALUE SPACES.
         05 WS-STATUS-LINE             PIC X(60) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
      * CRC0-specific extension: the campaign listed, the user
      * the current page starts after (LOW-VALUES on the first
      * page), the last user shown and whether more follow.
          05 CDEMO-RCT0-INFO.
             10 CDEMO-RCT0-CAMPAIGN-ID     PIC X(08).
             10 CDEMO-RCT0-PAGE-START      PIC X(08).
             10 CDEMO-RCT0-LAST-USR        PIC X(08).
             10 CDEMO-RCT0-NEXT-PAGE-FLG   PIC X(01).
                88 CDEMO-RCT0-NEXT-PAGE              VALUE 'Y'.

      * BMS symbolic map for the recertification screen (CORCT0A)
       COPY CORCT00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 250-byte recertification record (USER-RECERT-RECORD)
       COPY CVRCT01Y.
      * 195-byte user security record (SEC-USER-DATA)
       COPY CSUSR01Y.
      * 135-byte audit trail record (AUDIT-RECORD)
       COPY CSAUD01Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * Main entry point. AID dispatch: Enter=list/decide,
      * PF3=back, PF7=first page, PF8=next page.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF CORCT0AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
      *----------------------------------------------------------------*
      * Session idle-timeout check. Skipped on a fresh COMMAREA
      * (handled above) since CDEMO-LAST-ACTIVITY-DT is zero.
      *----------------------------------------------------------------*
               PERFORM CHECK-SESSION-IDLE
                  THRU CHECK-SESSION-IDLE-EXIT
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CORCT0AO
                   MOVE SPACES              TO CDEMO-RCT0-INFO
                   MOVE -1       TO CAMPIDL OF CORCT0AI
                   PERFORM SEND-RECERT-SCREEN
               ELSE
                   PERFORM RECEIVE-RECERT-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF7
                           MOVE LOW-VALUES TO CDEMO-RCT0-PAGE-START
                           PERFORM BUILD-USER-LIST
                              THRU BUILD-USER-LIST-EXIT
                           PERFORM SEND-RECERT-SCREEN
                       WHEN DFHPF8
                           IF CDEMO-RCT0-NEXT-PAGE
                               MOVE CDEMO-RCT0-LAST-USR TO
                                    CDEMO-RCT0-PAGE-START
                               PERFORM BUILD-USER-LIST
                                  THRU BUILD-USER-LIST-EXIT
                           ELSE
                               MOVE 'Already at the last page...'
                                    TO WS-MESSAGE
                           END-IF
                           PERFORM SEND-RECERT-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-RECERT-SCREEN
                   END-EVALUATE
               END-IF
           END-IF
           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *----------------------------------------------------------------*
      * A newly keyed campaign lists from its first page (any
      * actions keyed against the old list are ignored); else
      * the decisions keyed on the page are recorded and the
      * page is listed again.
       PROCESS-ENTER-KEY.
           IF CAMPIDI OF CORCT0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Campaign ID must be entered...' TO WS-MESSAGE
               MOVE -1       TO CAMPIDL OF CORCT0AI
               PERFORM SEND-RECERT-SCREEN
           END-IF

           IF CAMPIDI OF CORCT0AI NOT = CDEMO-RCT0-CAMPAIGN-ID
               MOVE CAMPIDI OF CORCT0AI TO CDEMO-RCT0-CAMPAIGN-ID
               MOVE LOW-VALUES          TO CDEMO-RCT0-PAGE-START
           ELSE
               PERFORM PROCESS-DECISIONS
                  THRU PROCESS-DECISIONS-EXIT
           END-IF
           PERFORM BUILD-USER-LIST THRU BUILD-USER-LIST-EXIT
           PERFORM SEND-RECERT-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-DECISIONS
      *----------------------------------------------------------------*
      * Checks every row's action first -- nothing is recorded
      * while any is in error -- then records each decision.
       PROCESS-DECISIONS.
           MOVE ZERO TO WS-ACTION-CNT
                        WS-CERTIFIED-CNT
                        WS-REVOKED-CNT
                        WS-SKIPPED-CNT
           PERFORM CHECK-ROW-ACTION
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS
                   OR ERR-FLG-ON
           IF ERR-FLG-ON
               PERFORM SEND-RECERT-SCREEN
           END-IF
           IF WS-ACTION-CNT = ZERO
               GO TO PROCESS-DECISIONS-EXIT
           END-IF

           PERFORM READ-CAMPAIGN-ROW
           PERFORM SET-TODAY
           IF NOT WS-CAMPAIGN-OPEN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Campaign is closed - no more decisions...' TO
                               WS-MESSAGE
               PERFORM SEND-RECERT-SCREEN
           END-IF
           IF WS-TODAY > WS-DEADLINE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Campaign deadline has passed - no more decisions.'
                    TO WS-MESSAGE
               PERFORM SEND-RECERT-SCREEN
           END-IF

           PERFORM APPLY-ROW-ACTION
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS

           MOVE DFHGREEN TO ERRMSGC OF CORCT0AO
           STRING WS-CERTIFIED-CNT      DELIMITED BY SIZE
                  ' certified, '        DELIMITED BY SIZE
                  WS-REVOKED-CNT        DELIMITED BY SIZE
                  ' revoked, '          DELIMITED BY SIZE
                  WS-SKIPPED-CNT        DELIMITED BY SIZE
                  ' already decided...' DELIMITED BY SIZE
             INTO WS-MESSAGE.
       PROCESS-DECISIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-ROW-ACTION
      *----------------------------------------------------------------*
      * One row's action: C, R or blank, and never against the
      * signed-on user's own access.
       CHECK-ROW-ACTION.
           MOVE ACT0001I OF CORCT0AI (WS-SUBSCRIPT) TO WS-ACTION
           EVALUATE TRUE
               WHEN WS-ACTION-NONE
                   CONTINUE
               WHEN WS-ACTION-CERTIFY
               WHEN WS-ACTION-REVOKE
                   IF USRID01I OF CORCT0AI (WS-SUBSCRIPT) =
                      CDEMO-USER-ID
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'You cannot decide on your own access...'
                            TO WS-MESSAGE
                       MOVE -1 TO ACT0001L OF CORCT0AI (WS-SUBSCRIPT)
                   ELSE
                       ADD 1 TO WS-ACTION-CNT
                   END-IF
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Invalid action. Use C to certify, R to revoke.'
                        TO WS-MESSAGE
                   MOVE -1 TO ACT0001L OF CORCT0AI (WS-SUBSCRIPT)
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      APPLY-ROW-ACTION
      *----------------------------------------------------------------*
      * Records one row's decision. The row is read for update
      * and checked again -- still pending and still in the
      * signed-on user's scope -- so two deciders cannot both
      * act on one user.
       APPLY-ROW-ACTION.
           MOVE ACT0001I OF CORCT0AI (WS-SUBSCRIPT) TO WS-ACTION
           IF WS-ACTION-CERTIFY OR WS-ACTION-REVOKE
               MOVE USRID01I OF CORCT0AI (WS-SUBSCRIPT)
                                         TO WS-ROW-USR-ID
               MOVE CDEMO-RCT0-CAMPAIGN-ID TO RCT-CAMPAIGN-ID
               MOVE WS-ROW-USR-ID          TO RCT-USR-ID
               EXEC CICS READ
                    DATASET   (WS-USRCERT-FILE)
                    INTO      (USER-RECERT-RECORD)
                    LENGTH    (LENGTH OF USER-RECERT-RECORD)
                    RIDFLD    (RCT-KEY)
                    KEYLENGTH (LENGTH OF RCT-KEY)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to update the campaign...' TO
                                   WS-MESSAGE
                   PERFORM SEND-RECERT-SCREEN
               END-IF
               PERFORM CHECK-USER-IN-SCOPE
               IF NOT RCT-DECISION-PENDING
               OR ERR-FLG-ON
                   EXEC CICS UNLOCK
                        DATASET   (WS-USRCERT-FILE)
                   END-EXEC
                   ADD 1 TO WS-SKIPPED-CNT
                   SET ERR-FLG-OFF TO TRUE
               ELSE
                   PERFORM RECORD-DECISION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      RECORD-DECISION
      *----------------------------------------------------------------*
      * Rewrites the held row with the decision, deactivates a
      * revoked user, and writes the audit trail.
       RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DECIDED-TS
           IF WS-ACTION-CERTIFY
               SET RCT-DECISION-CERTIFIED TO TRUE
           ELSE
               SET RCT-DECISION-REVOKED   TO TRUE
           END-IF
           MOVE CDEMO-USER-ID TO RCT-DECIDED-BY
           MOVE WS-DECIDED-TS TO RCT-DECIDED-TS
           EXEC CICS REWRITE
                DATASET   (WS-USRCERT-FILE)
                FROM      (USER-RECERT-RECORD)
                LENGTH    (LENGTH OF USER-RECERT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the campaign...' TO
                               WS-MESSAGE
               PERFORM SEND-RECERT-SCREEN
           END-IF

           MOVE 'j'           TO WS-AUD-ACTION-CD
           MOVE WS-ROW-USR-ID TO WS-AUD-USR-ID
           MOVE SPACES        TO WS-AUD-DESC
           IF RCT-DECISION-CERTIFIED
               MOVE 'CERTIFIED' TO WS-DECISION-TEXT
               ADD 1 TO WS-CERTIFIED-CNT
           ELSE
               MOVE 'REVOKED'   TO WS-DECISION-TEXT
               ADD 1 TO WS-REVOKED-CNT
           END-IF
           STRING 'RECERTIFICATION '    DELIMITED BY SIZE
                  RCT-CAMPAIGN-ID       DELIMITED BY SPACE
                  ' - ACCESS '          DELIMITED BY SIZE
                  WS-DECISION-TEXT      DELIMITED BY SPACE
             INTO WS-AUD-DESC
           PERFORM WRITE-AUDIT-RECORD

           IF RCT-DECISION-REVOKED
               PERFORM DEACTIVATE-REVOKED-USER
                  THRU DEACTIVATE-REVOKED-USER-EXIT
           END-IF.

      *----------------------------------------------------------------*
      *                    DEACTIVATE-REVOKED-USER
      *----------------------------------------------------------------*
      * The COUSR03C soft delete: SEC-USR-ACTIVE-STATUS to 'N'
      * on the held USRSEC record, with an 'X' AUDITLOG record.
      * A user already inactive, or gone, needs nothing more.
       DEACTIVATE-REVOKED-USER.
           MOVE WS-ROW-USR-ID TO SEC-USR-ID
           EXEC CICS READ
                DATASET   (WS-USRSEC-FILE)
                INTO      (SEC-USER-DATA)
                LENGTH    (LENGTH OF SEC-USER-DATA)
                RIDFLD    (SEC-USR-ID)
                KEYLENGTH (LENGTH OF SEC-USR-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO DEACTIVATE-REVOKED-USER-EXIT
           END-IF
           IF NOT SEC-USR-ACTIVE
               EXEC CICS UNLOCK
                    DATASET   (WS-USRSEC-FILE)
               END-EXEC
               GO TO DEACTIVATE-REVOKED-USER-EXIT
           END-IF

           SET SEC-USR-INACTIVE TO TRUE
           EXEC CICS REWRITE
                DATASET   (WS-USRSEC-FILE)
                FROM      (SEC-USER-DATA)
                LENGTH    (LENGTH OF SEC-USER-DATA)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to Update User...' TO WS-MESSAGE
               PERFORM SEND-RECERT-SCREEN
           END-IF

           MOVE 'X'           TO WS-AUD-ACTION-CD
           MOVE WS-ROW-USR-ID TO WS-AUD-USR-ID
           MOVE SPACES        TO WS-AUD-DESC
           STRING 'ACCESS REVOKED - RECERTIFICATION ' DELIMITED BY SIZE
                  RCT-CAMPAIGN-ID       DELIMITED BY SPACE
             INTO WS-AUD-DESC
           PERFORM WRITE-AUDIT-RECORD.
       DEACTIVATE-REVOKED-USER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-USER-IN-SCOPE
      *----------------------------------------------------------------*
      * The signed-on user decides on the users they manage;
      * an admin also on the users with no manager on file.
      * Out of scope sets the error flag.
       CHECK-USER-IN-SCOPE.
           EVALUATE TRUE
               WHEN RCT-USR-ID = CDEMO-USER-ID
                   MOVE 'Y' TO WS-ERR-FLG
               WHEN RCT-MANAGER-ID = CDEMO-USER-ID
                   SET ERR-FLG-OFF TO TRUE
               WHEN RCT-MANAGER-ID = SPACES
                AND CDEMO-USRTYP-ADMIN
                   SET ERR-FLG-OFF TO TRUE
               WHEN OTHER
                   MOVE 'Y' TO WS-ERR-FLG
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-CAMPAIGN-ROW
      *----------------------------------------------------------------*
      * The campaign row (user ID LOW-VALUES): deadline and
      * open/closed.
       READ-CAMPAIGN-ROW.
           MOVE CDEMO-RCT0-CAMPAIGN-ID TO RCT-CAMPAIGN-ID
           MOVE LOW-VALUES             TO RCT-USR-ID
           EXEC CICS READ
                DATASET   (WS-USRCERT-FILE)
                INTO      (USER-RECERT-RECORD)
                LENGTH    (LENGTH OF USER-RECERT-RECORD)
                RIDFLD    (RCT-KEY)
                KEYLENGTH (LENGTH OF RCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE RCT-CAMPAIGN-ID     TO WS-CAMPAIGN-ID
                   MOVE RCT-DEADLINE        TO WS-DEADLINE
                   MOVE RCT-CAMPAIGN-STATUS TO WS-CAMPAIGN-STATUS
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Campaign NOT found...' TO WS-MESSAGE
                   MOVE -1       TO CAMPIDL OF CORCT0AI
                   PERFORM SEND-RECERT-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup the campaign...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CAMPIDL OF CORCT0AI
                   PERFORM SEND-RECERT-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      SET-TODAY
      *----------------------------------------------------------------*
      * Today as YYYY-MM-DD, the form of the campaign deadline.
       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR       TO WS-TODAY(1:4)
           MOVE '-'                   TO WS-TODAY(5:1)
           MOVE WS-CURDATE-MONTH      TO WS-TODAY(6:2)
           MOVE '-'                   TO WS-TODAY(8:1)
           MOVE WS-CURDATE-DAY        TO WS-TODAY(9:2).

      *----------------------------------------------------------------*
      *                      BUILD-USER-LIST
      *----------------------------------------------------------------*
      * Paints the campaign's status line and up to ten of the
      * users in scope after CDEMO-RCT0-PAGE-START -- a browse
      * of the campaign's key range -- noting whether more
      * follow for PF8.
       BUILD-USER-LIST.
           PERFORM READ-CAMPAIGN-ROW
           MOVE WS-CAMPAIGN-ID TO CAMPIDI OF CORCT0AI
           MOVE SPACES         TO WS-STATUS-LINE
           IF WS-CAMPAIGN-OPEN
               STRING 'OPEN - DECISIONS DUE BY ' DELIMITED BY SIZE
                      WS-DEADLINE                DELIMITED BY SIZE
                 INTO WS-STATUS-LINE
           ELSE
               STRING 'CLOSED ' DELIMITED BY SIZE
                      RCT-CLOSED-DATE            DELIMITED BY SIZE
                      ' - DEADLINE WAS '         DELIMITED BY SIZE
                      WS-DEADLINE                DELIMITED BY SIZE
                 INTO WS-STATUS-LINE
           END-IF
           MOVE WS-STATUS-LINE TO CMPSTSI OF CORCT0AI

           PERFORM CLEAR-LIST-ROW
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS

           MOVE ZERO   TO WS-PAGE-ROW-CNT
           MOVE 'N'    TO WS-BROWSE-DONE
                          WS-MORE-FOUND
           MOVE SPACES TO CDEMO-RCT0-LAST-USR
                          CDEMO-RCT0-NEXT-PAGE-FLG
           MOVE CDEMO-RCT0-CAMPAIGN-ID TO RCT-CAMPAIGN-ID
           MOVE CDEMO-RCT0-PAGE-START  TO RCT-USR-ID
           EXEC CICS STARTBR
                DATASET   (WS-USRCERT-FILE)
                RIDFLD    (RCT-KEY)
                KEYLENGTH (LENGTH OF RCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'No users of yours in this campaign...' TO
                               WS-MESSAGE
               GO TO BUILD-USER-LIST-EXIT
           END-IF

           PERFORM SCAN-NEXT-USER THRU SCAN-NEXT-USER-EXIT
               UNTIL WS-BROWSE-DONE = 'Y'
                  OR WS-MORE-FOUND  = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-USRCERT-FILE)
           END-EXEC

           IF WS-MORE-FOUND = 'Y'
               SET CDEMO-RCT0-NEXT-PAGE TO TRUE
           END-IF
           IF WS-PAGE-ROW-CNT = ZERO
           AND WS-MESSAGE = SPACES
               MOVE 'No users of yours in this campaign...' TO
                               WS-MESSAGE
           END-IF.
       BUILD-USER-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-USER
      *----------------------------------------------------------------*
      * One step of the browse: stops at the end of the
      * campaign's key range, passes over the campaign row, the
      * page's starting user and users out of scope (the
      * signed-on user's own row among them), and paints
      * the rest -- an eleventh in scope only tells PF8 there
      * is another page.
       SCAN-NEXT-USER.
           EXEC CICS READNEXT
                DATASET   (WS-USRCERT-FILE)
                INTO      (USER-RECERT-RECORD)
                LENGTH    (LENGTH OF USER-RECERT-RECORD)
                RIDFLD    (RCT-KEY)
                KEYLENGTH (LENGTH OF RCT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR RCT-CAMPAIGN-ID NOT = CDEMO-RCT0-CAMPAIGN-ID
               MOVE 'Y' TO WS-BROWSE-DONE
               GO TO SCAN-NEXT-USER-EXIT
           END-IF
           IF RCT-USR-ID NOT > CDEMO-RCT0-PAGE-START
               GO TO SCAN-NEXT-USER-EXIT
           END-IF
           PERFORM CHECK-USER-IN-SCOPE
           IF ERR-FLG-ON
               SET ERR-FLG-OFF TO TRUE
               GO TO SCAN-NEXT-USER-EXIT
           END-IF
           IF WS-PAGE-ROW-CNT >= WS-MAX-ROWS
               MOVE 'Y' TO WS-MORE-FOUND
               GO TO SCAN-NEXT-USER-EXIT
           END-IF

           ADD 1 TO WS-PAGE-ROW-CNT
           MOVE RCT-USR-ID TO CDEMO-RCT0-LAST-USR
           MOVE SPACES TO WS-USER-NAME
           STRING RCT-USR-FNAME  DELIMITED BY SPACE
                  ' '            DELIMITED BY SIZE
                  RCT-USR-LNAME  DELIMITED BY SPACE
             INTO WS-USER-NAME
           EVALUATE TRUE
               WHEN RCT-DECISION-PENDING
                   MOVE 'PENDING'   TO WS-DECISION-TEXT
               WHEN RCT-DECISION-CERTIFIED
                   MOVE 'CERTIFIED' TO WS-DECISION-TEXT
               WHEN RCT-DECISION-REVOKED
                   MOVE 'REVOKED'   TO WS-DECISION-TEXT
               WHEN RCT-DECISION-EXPIRED
                   MOVE 'EXPIRED'   TO WS-DECISION-TEXT
               WHEN OTHER
                   MOVE 'INACTIVE'  TO WS-DECISION-TEXT
           END-EVALUATE
           MOVE RCT-USR-ID       TO
                USRID01I OF CORCT0AI(WS-PAGE-ROW-CNT)
           MOVE WS-USER-NAME     TO
                UNAME01I OF CORCT0AI(WS-PAGE-ROW-CNT)
           MOVE RCT-ROLE-ID      TO
                ROLE001I OF CORCT0AI(WS-PAGE-ROW-CNT)
           IF RCT-LAST-LOGIN-TS = SPACES
               MOVE 'NEVER'      TO
                    LSTLG01I OF CORCT0AI(WS-PAGE-ROW-CNT)
           ELSE
               STRING RCT-LAST-LOGIN-TS(1:4) DELIMITED BY SIZE
                      '-'                    DELIMITED BY SIZE
                      RCT-LAST-LOGIN-TS(5:2) DELIMITED BY SIZE
                      '-'                    DELIMITED BY SIZE
                      RCT-LAST-LOGIN-TS(7:2) DELIMITED BY SIZE
                 INTO LSTLG01I OF CORCT0AI(WS-PAGE-ROW-CNT)
           END-IF
           MOVE RCT-ENT-COUNT    TO
                ENTCT01I OF CORCT0AI(WS-PAGE-ROW-CNT)
           MOVE WS-DECISION-TEXT TO
                DECSN01I OF CORCT0AI(WS-PAGE-ROW-CNT).
       SCAN-NEXT-USER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CLEAR-LIST-ROW
      *----------------------------------------------------------------*
       CLEAR-LIST-ROW.
           MOVE SPACES TO ACT0001I OF CORCT0AI(WS-SUBSCRIPT)
                          USRID01I OF CORCT0AI(WS-SUBSCRIPT)
                          UNAME01I OF CORCT0AI(WS-SUBSCRIPT)
                          ROLE001I OF CORCT0AI(WS-SUBSCRIPT)
                          LSTLG01I OF CORCT0AI(WS-SUBSCRIPT)
                          ENTCT01I OF CORCT0AI(WS-SUBSCRIPT)
                          DECSN01I OF CORCT0AI(WS-SUBSCRIPT).

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one AUDITLOG record, action code WS-AUD-ACTION-CD
      * ('j' for a decision, 'X' for the deactivation that
      * follows a revoke), for user WS-AUD-USR-ID, using the
      * same browse-to-end ID generation every other audit
      * writer uses.
       WRITE-AUDIT-RECORD.
           MOVE HIGH-VALUES TO AUD-ID
           EXEC CICS STARTBR
                DATASET   (WS-AUDITLOG-FILE)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                    DATASET   (WS-AUDITLOG-FILE)
                    INTO      (AUDIT-RECORD)
                    LENGTH    (LENGTH OF AUDIT-RECORD)
                    RIDFLD    (AUD-ID)
                    KEYLENGTH (LENGTH OF AUD-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE ZEROS TO AUD-ID
               END-IF
               EXEC CICS ENDBR
                    DATASET   (WS-AUDITLOG-FILE)
               END-EXEC
           ELSE
               MOVE ZEROS TO AUD-ID
           END-IF
           MOVE AUD-ID       TO WS-AUD-ID-N
           ADD 1 TO WS-AUD-ID-N

           INITIALIZE AUDIT-RECORD
           MOVE WS-AUD-ID-N       TO AUD-ID
           MOVE FUNCTION CURRENT-DATE
                                  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N      TO AUD-TS(1:8)
           MOVE WS-CURTIME-HOURS  TO AUD-TS(9:2)
           MOVE WS-CURTIME-MINUTE TO AUD-TS(11:2)
           MOVE WS-CURTIME-SECOND TO AUD-TS(13:2)
           EVALUATE WS-AUD-ACTION-CD
               WHEN 'j'
                   SET AUD-ACTION-RECERTIFY  TO TRUE
               WHEN 'X'
                   SET AUD-ACTION-DEACTIVATE TO TRUE
           END-EVALUATE
           MOVE WS-AUD-USR-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE WS-AUD-DESC       TO AUD-DESC

           EXEC CICS WRITE
                DATASET   (WS-AUDITLOG-FILE)
                FROM      (AUDIT-RECORD)
                LENGTH    (LENGTH OF AUDIT-RECORD)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      CHECK-SESSION-IDLE
      *----------------------------------------------------------------*
      * Forces an idle session back to sign-on instead of resuming
      * the requested action. Compares today's date/time against
      * the CDEMO-LAST-ACTIVITY-DT/TM stamp the prior program left
      * in the COMMAREA, then re-stamps it to now so the next task
      * has a fresh baseline.
       CHECK-SESSION-IDLE.
           SET WS-SESSION-NOT-IDLE TO TRUE
           IF CDEMO-LAST-ACTIVITY-DT NOT EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
              IF WS-CURDATE-N NOT EQUAL CDEMO-LAST-ACTIVITY-DT
                 SET WS-SESSION-IS-IDLE TO TRUE
              ELSE
                 COMPUTE WS-IDLE-ELAPSED-SECS =
                    ((WS-CURTIME-HOURS * 3600)
                      + (WS-CURTIME-MINUTE * 60)
                      + WS-CURTIME-SECOND)
                    - ((CDEMO-LAST-ACTIVITY-HH * 3600)
                      + (CDEMO-LAST-ACTIVITY-MM * 60)
                      + CDEMO-LAST-ACTIVITY-SS)
                 IF WS-IDLE-ELAPSED-SECS > WS-IDLE-LIMIT-SECS
                    SET WS-SESSION-IS-IDLE TO TRUE
                 END-IF
              END-IF
           END-IF

           IF WS-SESSION-IS-IDLE
      * Idle too long -- force back to sign-on instead of
      * resuming the task this AID key was meant for.
              MOVE SPACES TO CDEMO-TO-PROGRAM
              PERFORM RETURN-TO-PREV-SCREEN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO CDEMO-LAST-ACTIVITY-DT
           MOVE WS-CURTIME-HOURS      TO CDEMO-LAST-ACTIVITY-HH
           MOVE WS-CURTIME-MINUTE     TO CDEMO-LAST-ACTIVITY-MM
           MOVE WS-CURTIME-SECOND     TO CDEMO-LAST-ACTIVITY-SS
           .
       CHECK-SESSION-IDLE-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*

       RETURN-TO-PREV-SCREEN.
           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-RECERT-SCREEN
      *----------------------------------------------------------------*
       SEND-RECERT-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF CORCT0AO

           EXEC CICS SEND
                     MAP('CORCT0A')
                     MAPSET('CORCT00')
                     FROM(CORCT0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-RECERT-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-RECERT-SCREEN.
           EXEC CICS RECEIVE
                     MAP('CORCT0A')
                     MAPSET('CORCT00')
                     INTO(CORCT0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF CORCT0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF CORCT0AO
           MOVE WS-TRANID              TO TRNNAMEO OF CORCT0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CORCT0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CORCT0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CORCT0AO.
