      ******************************************************************
      * Program     : COWQA00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Work queues - claim, release and reassign the
      *               review-queue work items
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
      * Program:     COWQA00C
      * Transaction: CWQ0
      * BMS Map:     COWQA00 / COWQA0A
      * Function:    Work queues. Lists, ten to a page, the open
      *              work items (CVWQI01Y.cpy, routed by CBWQA01C)
      *              of one queue, or of all of them when the
      *              queue is left blank, in one of three views:
      *                M - mine: the items assigned to the
      *                    signed-on user (the default)
      *                P - pool: the items no one has claimed
      *                A - all open items
      *              each with its type, team, holder, priority,
      *              due date and whether it is overdue or due
      *              today. Keying an action against items and
      *              pressing ENTER applies them:
      *                C - claim: an item in the pool, to the
      *                    signed-on user
      *                R - release: an item back to its team's
      *                    pool -- by its holder, the holder's
      *                    manager (SEC-USR-MANAGER-ID) or an
      *                    admin
      *                A - reassign: to the user keyed in the
      *                    row's TO field, who must be on file
      *                    and active -- by an admin, the
      *                    holder's manager, or, for a pool item,
      *                    the new holder's manager. One 'k'
      *                    AUDITLOG record each.
      *              The item itself is still worked on its own
      *              queue's screen; CBWQA01C closes it here once
      *              it is no longer open there.
      * Files:       WORKITEM (STARTBR, READNEXT, ENDBR,
      *                        READ UPDATE, REWRITE)
      *              USRSEC   (READ)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller. PF8 pages forward,
      *              PF7 returns to the first page.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COWQA00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COWQA00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CWQ0'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-WORKITEM-FILE           PIC X(08) VALUE 'WORKITEM'.
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
      * --- Row counters: up to 10 items listed per screen -------
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-SUBSCRIPT               PIC 9(02) VALUE ZERO.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-MORE-FOUND              PIC X(01) VALUE 'N'.
      *
      * --- The filters keyed -------------------------------------
         05 WS-QUEUE-IN                PIC X(04) VALUE SPACES.
         05 WS-VIEW-IN                 PIC X(01) VALUE SPACES.
           88 WS-VIEW-MINE                       VALUE 'M'.
           88 WS-VIEW-POOL                       VALUE 'P'.
           88 WS-VIEW-ALL                        VALUE 'A'.
           88 WS-VIEW-VALID                      VALUE 'M' 'P' 'A'.
      *
      * --- Actions keyed on the page -----------------------------
         05 WS-ACTION                  PIC X(01) VALUE SPACES.
           88 WS-ACTION-CLAIM                    VALUE 'C' 'c'.
           88 WS-ACTION-RELEASE                  VALUE 'R' 'r'.
           88 WS-ACTION-REASSIGN                 VALUE 'A' 'a'.
           88 WS-ACTION-NONE                     VALUE SPACES
                                                       LOW-VALUES.
         05 WS-ACTION-CNT              PIC 9(02) VALUE ZERO.
         05 WS-CLAIMED-CNT             PIC 9(02) VALUE ZERO.
         05 WS-RELEASED-CNT            PIC 9(02) VALUE ZERO.
         05 WS-REASSIGNED-CNT          PIC 9(02) VALUE ZERO.
         05 WS-SKIPPED-CNT             PIC 9(02) VALUE ZERO.
      *
      * --- The row being acted on: its holder and, for a
      *     reassign, the user it goes to ------------------------
         05 WS-HOLDER-ID               PIC X(08) VALUE SPACES.
         05 WS-TARGET-ID               PIC X(08) VALUE SPACES.
         05 WS-PRIOR-HOLDER            PIC X(08) VALUE SPACES.
      *
      * --- One USRSEC lookup: found, active, and the manager -----
         05 WS-LOOKUP-USR-ID           PIC X(08) VALUE SPACES.
         05 WS-LOOKUP-FOUND            PIC X(01) VALUE 'N'.
         05 WS-LOOKUP-ACTIVE           PIC X(01) VALUE 'N'.
         05 WS-LOOKUP-MGR-ID           PIC X(08) VALUE SPACES.
      *
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-CHANGE-TS               PIC X(14) VALUE SPACES.
         05 WS-SLA-TEXT                PIC X(09) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
      * CWQ0-specific extension: the filters listed, the item
      * key the current page starts after (LOW-VALUES on the
      * first page), the last item shown and whether more
      * follow.
          05 CDEMO-WQA0-INFO.
             10 CDEMO-WQA0-QUEUE           PIC X(04).
             10 CDEMO-WQA0-VIEW            PIC X(01).
             10 CDEMO-WQA0-PAGE-START      PIC X(28).
             10 CDEMO-WQA0-LAST-KEY        PIC X(28).
             10 CDEMO-WQA0-NEXT-PAGE-FLG   PIC X(01).
                88 CDEMO-WQA0-NEXT-PAGE              VALUE 'Y'.

      * BMS symbolic map for the work queue screen (COWQA0A)
       COPY COWQA00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 160-byte work-item record (WORK-ITEM-RECORD)
       COPY CVWQI01Y.
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
      * Main entry point. AID dispatch: Enter=list/act,
      * PF3=back, PF7=first page, PF8=next page.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COWQA0AO

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
                   MOVE LOW-VALUES          TO COWQA0AO
                   MOVE SPACES              TO CDEMO-WQA0-INFO
                   MOVE 'M'                 TO CDEMO-WQA0-VIEW
                   MOVE LOW-VALUES          TO CDEMO-WQA0-PAGE-START
                   PERFORM BUILD-ITEM-LIST THRU BUILD-ITEM-LIST-EXIT
                   MOVE -1       TO QUEUEL OF COWQA0AI
                   PERFORM SEND-WORKQ-SCREEN
               ELSE
                   PERFORM RECEIVE-WORKQ-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF7
                           MOVE LOW-VALUES TO CDEMO-WQA0-PAGE-START
                           PERFORM BUILD-ITEM-LIST
                              THRU BUILD-ITEM-LIST-EXIT
                           PERFORM SEND-WORKQ-SCREEN
                       WHEN DFHPF8
                           IF CDEMO-WQA0-NEXT-PAGE
                               MOVE CDEMO-WQA0-LAST-KEY TO
                                    CDEMO-WQA0-PAGE-START
                               PERFORM BUILD-ITEM-LIST
                                  THRU BUILD-ITEM-LIST-EXIT
                           ELSE
                               MOVE 'Already at the last page...'
                                    TO WS-MESSAGE
                           END-IF
                           PERFORM SEND-WORKQ-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-WORKQ-SCREEN
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
      * Newly keyed filters list from the first page (any
      * actions keyed against the old list are ignored); else
      * the actions keyed on the page are applied and the page
      * is listed again.
       PROCESS-ENTER-KEY.
           IF QUEUEI OF COWQA0AI = SPACES OR LOW-VALUES
               MOVE SPACES              TO WS-QUEUE-IN
           ELSE
               MOVE QUEUEI OF COWQA0AI  TO WS-QUEUE-IN
               INSPECT WS-QUEUE-IN
                       CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               MOVE WS-QUEUE-IN         TO WQI-QUEUE
               IF NOT WQI-QUEUE-COLLECTIONS
                  AND NOT WQI-QUEUE-FRAUD
                  AND NOT WQI-QUEUE-REJECTS
                  AND NOT WQI-QUEUE-ESTATE
                  AND NOT WQI-QUEUE-KYC
                  AND NOT WQI-QUEUE-SANCTIONS
                  AND NOT WQI-QUEUE-PENDING
                  AND NOT WQI-QUEUE-RETURNED-MAIL
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Queue: COLL FRAU REJT ESTA KYCR SANC PEND RTML'
                        TO WS-MESSAGE
                   MOVE -1       TO QUEUEL OF COWQA0AI
                   PERFORM SEND-WORKQ-SCREEN
               END-IF
           END-IF
           IF VIEWI OF COWQA0AI = SPACES OR LOW-VALUES
               MOVE 'M'                 TO WS-VIEW-IN
           ELSE
               MOVE VIEWI OF COWQA0AI   TO WS-VIEW-IN
               INSPECT WS-VIEW-IN
                       CONVERTING 'mpa' TO 'MPA'
           END-IF
           IF NOT WS-VIEW-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'View must be M (mine), P (pool) or A (all)...'
                    TO WS-MESSAGE
               MOVE -1       TO VIEWL OF COWQA0AI
               PERFORM SEND-WORKQ-SCREEN
           END-IF

           IF WS-QUEUE-IN NOT = CDEMO-WQA0-QUEUE
           OR WS-VIEW-IN  NOT = CDEMO-WQA0-VIEW
               MOVE WS-QUEUE-IN         TO CDEMO-WQA0-QUEUE
               MOVE WS-VIEW-IN          TO CDEMO-WQA0-VIEW
               MOVE LOW-VALUES          TO CDEMO-WQA0-PAGE-START
           ELSE
               PERFORM PROCESS-ACTIONS
                  THRU PROCESS-ACTIONS-EXIT
           END-IF
           PERFORM BUILD-ITEM-LIST THRU BUILD-ITEM-LIST-EXIT
           PERFORM SEND-WORKQ-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-ACTIONS
      *----------------------------------------------------------------*
      * Checks every row's action first -- nothing is applied
      * while any is in error -- then applies each.
       PROCESS-ACTIONS.
           MOVE ZERO TO WS-ACTION-CNT
                        WS-CLAIMED-CNT
                        WS-RELEASED-CNT
                        WS-REASSIGNED-CNT
                        WS-SKIPPED-CNT
           PERFORM CHECK-ROW-ACTION THRU CHECK-ROW-ACTION-EXIT
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS
                   OR ERR-FLG-ON
           IF ERR-FLG-ON
               PERFORM SEND-WORKQ-SCREEN
           END-IF
           IF WS-ACTION-CNT = ZERO
               GO TO PROCESS-ACTIONS-EXIT
           END-IF

           PERFORM APPLY-ROW-ACTION THRU APPLY-ROW-ACTION-EXIT
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS

           MOVE DFHGREEN TO ERRMSGC OF COWQA0AO
           STRING WS-CLAIMED-CNT        DELIMITED BY SIZE
                  ' claimed, '          DELIMITED BY SIZE
                  WS-RELEASED-CNT       DELIMITED BY SIZE
                  ' released, '         DELIMITED BY SIZE
                  WS-REASSIGNED-CNT     DELIMITED BY SIZE
                  ' reassigned, '       DELIMITED BY SIZE
                  WS-SKIPPED-CNT        DELIMITED BY SIZE
                  ' changed meanwhile...' DELIMITED BY SIZE
             INTO WS-MESSAGE.
       PROCESS-ACTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-ROW-ACTION
      *----------------------------------------------------------------*
      * One row's action: C, R, A or blank, against the holder
      * the row shows. A reassign needs a TO user on file and
      * active, other than the holder.
       CHECK-ROW-ACTION.
           MOVE WQACT01I OF COWQA0AI (WS-SUBSCRIPT) TO WS-ACTION
           IF WS-ACTION-NONE
               GO TO CHECK-ROW-ACTION-EXIT
           END-IF
           IF WQITM01I OF COWQA0AI (WS-SUBSCRIPT) = SPACES
                                                 OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No work item on this row...' TO WS-MESSAGE
               MOVE -1 TO WQACT01L OF COWQA0AI (WS-SUBSCRIPT)
               GO TO CHECK-ROW-ACTION-EXIT
           END-IF
           IF NOT WS-ACTION-CLAIM
           AND NOT WS-ACTION-RELEASE
           AND NOT WS-ACTION-REASSIGN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Invalid action. Use C claim, R release, A reassign'
                    TO WS-MESSAGE
               MOVE -1 TO WQACT01L OF COWQA0AI (WS-SUBSCRIPT)
               GO TO CHECK-ROW-ACTION-EXIT
           END-IF

           MOVE WQUSR01I OF COWQA0AI (WS-SUBSCRIPT) TO WS-HOLDER-ID
           IF WS-HOLDER-ID = LOW-VALUES
               MOVE SPACES TO WS-HOLDER-ID
           END-IF
           MOVE SPACES TO WS-TARGET-ID
           IF WS-ACTION-REASSIGN
               MOVE WQTO001I OF COWQA0AI (WS-SUBSCRIPT)
                                         TO WS-TARGET-ID
               IF WS-TARGET-ID = SPACES OR LOW-VALUES
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the user to reassign the item to...'
                        TO WS-MESSAGE
                   MOVE -1 TO WQTO001L OF COWQA0AI (WS-SUBSCRIPT)
                   GO TO CHECK-ROW-ACTION-EXIT
               END-IF
               IF WS-TARGET-ID = WS-HOLDER-ID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'The item is already assigned to that user...'
                        TO WS-MESSAGE
                   MOVE -1 TO WQTO001L OF COWQA0AI (WS-SUBSCRIPT)
                   GO TO CHECK-ROW-ACTION-EXIT
               END-IF
               MOVE WS-TARGET-ID TO WS-LOOKUP-USR-ID
               PERFORM READ-USER-RECORD
               IF WS-LOOKUP-FOUND = 'N'
               OR WS-LOOKUP-ACTIVE = 'N'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'User to reassign to is not an active user...'
                        TO WS-MESSAGE
                   MOVE -1 TO WQTO001L OF COWQA0AI (WS-SUBSCRIPT)
                   GO TO CHECK-ROW-ACTION-EXIT
               END-IF
           END-IF

           PERFORM CHECK-ROW-AUTHORITY
           IF ERR-FLG-ON
               EVALUATE TRUE
                   WHEN WS-ACTION-CLAIM
                       MOVE 'Only a pool item can be claimed...'
                            TO WS-MESSAGE
                   WHEN WS-ACTION-RELEASE
                       MOVE 'Not allowed to release this item...'
                            TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'Not allowed to reassign this item...'
                            TO WS-MESSAGE
               END-EVALUATE
               MOVE -1 TO WQACT01L OF COWQA0AI (WS-SUBSCRIPT)
               GO TO CHECK-ROW-ACTION-EXIT
           END-IF
           ADD 1 TO WS-ACTION-CNT.
       CHECK-ROW-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CHECK-ROW-AUTHORITY
      *----------------------------------------------------------------*
      * Whether the signed-on user may take WS-ACTION on an item
      * held by WS-HOLDER-ID (spaces = in the pool):
      *   claim    - a pool item, or one already theirs
      *   release  - a held item: its holder, the holder's
      *              manager, or an admin
      *   reassign - an admin; the holder's manager; for a
      *              pool item, WS-TARGET-ID's manager
      * Not allowed sets the error flag.
       CHECK-ROW-AUTHORITY.
           SET ERR-FLG-OFF TO TRUE
           EVALUATE TRUE
               WHEN WS-ACTION-CLAIM
                   IF WS-HOLDER-ID NOT = SPACES
                   AND WS-HOLDER-ID NOT = CDEMO-USER-ID
                       MOVE 'Y' TO WS-ERR-FLG
                   END-IF
               WHEN WS-ACTION-RELEASE
                   EVALUATE TRUE
                       WHEN WS-HOLDER-ID = SPACES
                           MOVE 'Y' TO WS-ERR-FLG
                       WHEN WS-HOLDER-ID = CDEMO-USER-ID
                       WHEN CDEMO-USRTYP-ADMIN
                           CONTINUE
                       WHEN OTHER
                           MOVE WS-HOLDER-ID TO WS-LOOKUP-USR-ID
                           PERFORM READ-USER-RECORD
                           IF WS-LOOKUP-MGR-ID NOT = CDEMO-USER-ID
                               MOVE 'Y' TO WS-ERR-FLG
                           END-IF
                   END-EVALUATE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN CDEMO-USRTYP-ADMIN
                           CONTINUE
                       WHEN WS-HOLDER-ID NOT = SPACES
                           MOVE WS-HOLDER-ID TO WS-LOOKUP-USR-ID
                           PERFORM READ-USER-RECORD
                           IF WS-LOOKUP-MGR-ID NOT = CDEMO-USER-ID
                               MOVE 'Y' TO WS-ERR-FLG
                           END-IF
                       WHEN OTHER
                           MOVE WS-TARGET-ID TO WS-LOOKUP-USR-ID
                           PERFORM READ-USER-RECORD
                           IF WS-LOOKUP-MGR-ID NOT = CDEMO-USER-ID
                               MOVE 'Y' TO WS-ERR-FLG
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-USER-RECORD
      *----------------------------------------------------------------*
      * Looks up WS-LOOKUP-USR-ID on USRSEC: whether it is on
      * file, whether it is active, and its manager.
       READ-USER-RECORD.
           MOVE 'N'    TO WS-LOOKUP-FOUND
                          WS-LOOKUP-ACTIVE
           MOVE SPACES TO WS-LOOKUP-MGR-ID
           MOVE WS-LOOKUP-USR-ID TO SEC-USR-ID
           EXEC CICS READ
                DATASET   (WS-USRSEC-FILE)
                INTO      (SEC-USER-DATA)
                LENGTH    (LENGTH OF SEC-USER-DATA)
                RIDFLD    (SEC-USR-ID)
                KEYLENGTH (LENGTH OF SEC-USR-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y'                TO WS-LOOKUP-FOUND
               MOVE SEC-USR-MANAGER-ID TO WS-LOOKUP-MGR-ID
               IF SEC-USR-ACTIVE
                   MOVE 'Y'            TO WS-LOOKUP-ACTIVE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      APPLY-ROW-ACTION
      *----------------------------------------------------------------*
      * Applies one row's action. The item is read for update
      * and checked again -- still open and the action still
      * allowed against the holder it has now -- so two users
      * cannot both act on one item.
       APPLY-ROW-ACTION.
           MOVE WQACT01I OF COWQA0AI (WS-SUBSCRIPT) TO WS-ACTION
           IF WS-ACTION-NONE
               GO TO APPLY-ROW-ACTION-EXIT
           END-IF
           MOVE WQQUE01I OF COWQA0AI (WS-SUBSCRIPT) TO WQI-QUEUE
           MOVE WQITM01I OF COWQA0AI (WS-SUBSCRIPT) TO WQI-ITEM-KEY
           MOVE SPACES TO WS-TARGET-ID
           IF WS-ACTION-REASSIGN
               MOVE WQTO001I OF COWQA0AI (WS-SUBSCRIPT)
                                         TO WS-TARGET-ID
           END-IF
           EXEC CICS READ
                DATASET   (WS-WORKITEM-FILE)
                INTO      (WORK-ITEM-RECORD)
                LENGTH    (LENGTH OF WORK-ITEM-RECORD)
                RIDFLD    (WQI-KEY)
                KEYLENGTH (LENGTH OF WQI-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-SKIPPED-CNT
               GO TO APPLY-ROW-ACTION-EXIT
           END-IF
           MOVE WQI-ASSIGNED-TO TO WS-HOLDER-ID
           IF WQI-STATUS-OPEN
               PERFORM CHECK-ROW-AUTHORITY
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
           END-IF
           IF ERR-FLG-ON
           OR WS-HOLDER-ID = WS-TARGET-ID
               EXEC CICS UNLOCK
                    DATASET   (WS-WORKITEM-FILE)
               END-EXEC
               ADD 1 TO WS-SKIPPED-CNT
               SET ERR-FLG-OFF TO TRUE
               GO TO APPLY-ROW-ACTION-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CHANGE-TS
           MOVE WQI-ASSIGNED-TO             TO WS-PRIOR-HOLDER
           EVALUATE TRUE
               WHEN WS-ACTION-CLAIM
                   MOVE CDEMO-USER-ID TO WQI-ASSIGNED-TO
               WHEN WS-ACTION-RELEASE
                   MOVE SPACES        TO WQI-ASSIGNED-TO
               WHEN OTHER
                   MOVE WS-TARGET-ID  TO WQI-ASSIGNED-TO
           END-EVALUATE
           MOVE WS-CHANGE-TS  TO WQI-ASSIGNED-TS
           MOVE CDEMO-USER-ID TO WQI-ASSIGNED-BY
           EXEC CICS REWRITE
                DATASET   (WS-WORKITEM-FILE)
                FROM      (WORK-ITEM-RECORD)
                LENGTH    (LENGTH OF WORK-ITEM-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the work item...' TO
                               WS-MESSAGE
               PERFORM SEND-WORKQ-SCREEN
           END-IF

           EVALUATE TRUE
               WHEN WS-ACTION-CLAIM
                   ADD 1 TO WS-CLAIMED-CNT
               WHEN WS-ACTION-RELEASE
                   ADD 1 TO WS-RELEASED-CNT
               WHEN OTHER
                   ADD 1 TO WS-REASSIGNED-CNT
                   MOVE 'k'          TO WS-AUD-ACTION-CD
                   MOVE WS-TARGET-ID TO WS-AUD-USR-ID
                   MOVE SPACES       TO WS-AUD-DESC
                   IF WS-PRIOR-HOLDER = SPACES
                       MOVE 'POOL'   TO WS-PRIOR-HOLDER
                   END-IF
                   STRING 'WORK ITEM '     DELIMITED BY SIZE
                          WQI-QUEUE        DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                          WQI-ITEM-KEY     DELIMITED BY SPACE
                          ' REASSIGNED FROM ' DELIMITED BY SIZE
                          WS-PRIOR-HOLDER  DELIMITED BY SPACE
                     INTO WS-AUD-DESC
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.
       APPLY-ROW-ACTION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SET-TODAY
      *----------------------------------------------------------------*
      * Today as YYYY-MM-DD, the form of the due date.
       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR       TO WS-TODAY(1:4)
           MOVE '-'                   TO WS-TODAY(5:1)
           MOVE WS-CURDATE-MONTH      TO WS-TODAY(6:2)
           MOVE '-'                   TO WS-TODAY(8:1)
           MOVE WS-CURDATE-DAY        TO WS-TODAY(9:2).

      *----------------------------------------------------------------*
      *                      BUILD-ITEM-LIST
      *----------------------------------------------------------------*
      * Paints up to ten of the open items in the view after
      * CDEMO-WQA0-PAGE-START -- a browse of the queue's key
      * range, or of the whole file -- noting whether more
      * follow for PF8.
       BUILD-ITEM-LIST.
           PERFORM SET-TODAY
           MOVE CDEMO-WQA0-QUEUE TO QUEUEI OF COWQA0AI
           MOVE CDEMO-WQA0-VIEW  TO VIEWI  OF COWQA0AI
           PERFORM CLEAR-LIST-ROW
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS

           MOVE ZERO   TO WS-PAGE-ROW-CNT
           MOVE 'N'    TO WS-BROWSE-DONE
                          WS-MORE-FOUND
           MOVE SPACES TO CDEMO-WQA0-LAST-KEY
                          CDEMO-WQA0-NEXT-PAGE-FLG
           IF CDEMO-WQA0-PAGE-START = LOW-VALUES
               MOVE LOW-VALUES       TO WQI-KEY
               MOVE CDEMO-WQA0-QUEUE TO WQI-QUEUE
           ELSE
               MOVE CDEMO-WQA0-PAGE-START TO WQI-KEY
           END-IF
           EXEC CICS STARTBR
                DATASET   (WS-WORKITEM-FILE)
                RIDFLD    (WQI-KEY)
                KEYLENGTH (LENGTH OF WQI-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'No open work items in this view...' TO
                               WS-MESSAGE
               GO TO BUILD-ITEM-LIST-EXIT
           END-IF

           PERFORM SCAN-NEXT-ITEM THRU SCAN-NEXT-ITEM-EXIT
               UNTIL WS-BROWSE-DONE = 'Y'
                  OR WS-MORE-FOUND  = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-WORKITEM-FILE)
           END-EXEC

           IF WS-MORE-FOUND = 'Y'
               SET CDEMO-WQA0-NEXT-PAGE TO TRUE
           END-IF
           IF WS-PAGE-ROW-CNT = ZERO
           AND WS-MESSAGE = SPACES
               MOVE 'No open work items in this view...' TO
                               WS-MESSAGE
           END-IF.
       BUILD-ITEM-LIST-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-ITEM
      *----------------------------------------------------------------*
      * One step of the browse: stops at the end of the queue's
      * key range, passes over the page's starting item, closed
      * items and items outside the view, and paints the rest
      * -- an eleventh only tells PF8 there is another page.
       SCAN-NEXT-ITEM.
           EXEC CICS READNEXT
                DATASET   (WS-WORKITEM-FILE)
                INTO      (WORK-ITEM-RECORD)
                LENGTH    (LENGTH OF WORK-ITEM-RECORD)
                RIDFLD    (WQI-KEY)
                KEYLENGTH (LENGTH OF WQI-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF
           IF CDEMO-WQA0-QUEUE NOT = SPACES
           AND WQI-QUEUE NOT = CDEMO-WQA0-QUEUE
               MOVE 'Y' TO WS-BROWSE-DONE
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF
           IF WQI-KEY NOT > CDEMO-WQA0-PAGE-START
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF
           IF NOT WQI-STATUS-OPEN
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CDEMO-WQA0-VIEW = 'M'
                AND WQI-ASSIGNED-TO NOT = CDEMO-USER-ID
               WHEN CDEMO-WQA0-VIEW = 'P'
                AND WQI-ASSIGNED-TO NOT = SPACES
                   GO TO SCAN-NEXT-ITEM-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PAGE-ROW-CNT >= WS-MAX-ROWS
               MOVE 'Y' TO WS-MORE-FOUND
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF

           ADD 1 TO WS-PAGE-ROW-CNT
           MOVE WQI-KEY TO CDEMO-WQA0-LAST-KEY
           EVALUATE TRUE
               WHEN WQI-DUE-DATE < WS-TODAY
                   MOVE 'OVERDUE'   TO WS-SLA-TEXT
               WHEN WQI-DUE-DATE = WS-TODAY
                   MOVE 'DUE TODAY' TO WS-SLA-TEXT
               WHEN OTHER
                   MOVE SPACES      TO WS-SLA-TEXT
           END-EVALUATE
           MOVE WQI-QUEUE        TO
                WQQUE01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WQI-ITEM-KEY     TO
                WQITM01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WQI-ITEM-TYPE    TO
                WQTYP01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WQI-TEAM         TO
                WQTEM01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WQI-ASSIGNED-TO  TO
                WQUSR01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WQI-PRIORITY     TO
                WQPRI01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WQI-DUE-DATE     TO
                WQDUE01I OF COWQA0AI(WS-PAGE-ROW-CNT)
           MOVE WS-SLA-TEXT      TO
                WQSLA01I OF COWQA0AI(WS-PAGE-ROW-CNT).
       SCAN-NEXT-ITEM-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CLEAR-LIST-ROW
      *----------------------------------------------------------------*
       CLEAR-LIST-ROW.
           MOVE SPACES TO WQACT01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQQUE01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQITM01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQTYP01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQTEM01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQUSR01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQPRI01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQDUE01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQSLA01I OF COWQA0AI(WS-SUBSCRIPT)
                          WQTO001I OF COWQA0AI(WS-SUBSCRIPT).

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one AUDITLOG record, action code WS-AUD-ACTION-CD
      * ('k' for a reassign), for user WS-AUD-USR-ID, using the
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
               WHEN 'k'
                   SET AUD-ACTION-WORK-REASSIGN TO TRUE
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
      *                      SEND-WORKQ-SCREEN
      *----------------------------------------------------------------*
       SEND-WORKQ-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COWQA0AO

           EXEC CICS SEND
                     MAP('COWQA0A')
                     MAPSET('COWQA00')
                     FROM(COWQA0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-WORKQ-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-WORKQ-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COWQA0A')
                     MAPSET('COWQA00')
                     INTO(COWQA0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COWQA0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COWQA0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COWQA0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COWQA0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COWQA0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COWQA0AO.
