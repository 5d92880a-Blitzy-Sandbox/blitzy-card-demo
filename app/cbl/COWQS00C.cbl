      ******************************************************************
      * Program     : COWQS00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Work queues - supervisor backlog and overdue
      *               summary by queue and by agent
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
      * Program:     COWQS00C
      * Transaction: CWQ1
      * BMS Map:     COWQS00 / COWQS0A
      * Function:    Work-queue supervisor summary (admins). Reads
      *              the open work items (CVWQI01Y.cpy) as they
      *              stand and shows, for each review queue, the
      *              items open, those still in the pool, those
      *              past their due date and those due today;
      *              and beneath it the same items by the user
      *              holding them (POOL for the unclaimed) --
      *              open, overdue and the oldest due date held
      *              -- for every queue, or for the queue keyed,
      *              ten users to a page. The counts are live:
      *              a claim or reassign on COWQA00C shows at
      *              the next ENTER. Overdue items are chased,
      *              and work moved, on COWQA00C.
      * Files:       WORKITEM (STARTBR, READNEXT, ENDBR)
      * Navigation:  PF3 returns to caller. PF8 pages the users
      *              forward, PF7 back.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COWQS00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COWQS00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CWQ1'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-WORKITEM-FILE           PIC X(08) VALUE 'WORKITEM'.
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
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-QUEUE-IN                PIC X(04) VALUE SPACES.
         05 WS-AGT-KEY                 PIC X(08) VALUE SPACES.
         05 WS-EDIT-CNT                PIC ZZZZ9.
      *
      * --- Users listed per page, and the page's first row -------
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-SUBSCRIPT               PIC 9(02) VALUE ZERO.
         05 WS-FIRST-ROW               PIC S9(04) COMP VALUE ZERO.
         05 WS-ROW-IDX                 PIC S9(04) COMP VALUE ZERO.
         05 WS-PAGE-EDIT               PIC Z9.

      * The queues, one summary row each, in screen order
       01 WS-QUEUE-LIST.
           05 FILLER                   PIC X(04) VALUE 'COLL'.
           05 FILLER                   PIC X(04) VALUE 'FRAU'.
           05 FILLER                   PIC X(04) VALUE 'REJT'.
           05 FILLER                   PIC X(04) VALUE 'ESTA'.
           05 FILLER                   PIC X(04) VALUE 'KYCR'.
           05 FILLER                   PIC X(04) VALUE 'SANC'.
           05 FILLER                   PIC X(04) VALUE 'PEND'.
           05 FILLER                   PIC X(04) VALUE 'RTML'.
       01 WS-QUEUE-CODES REDEFINES WS-QUEUE-LIST.
           05 WS-Q-CODE                PIC X(04) OCCURS 8 TIMES.
       01 WS-QUEUE-COUNTS.
           05 WS-Q-ENTRY OCCURS 8 TIMES.
              10 WS-Q-OPEN             PIC S9(05) COMP-3.
              10 WS-Q-POOL             PIC S9(05) COMP-3.
              10 WS-Q-OVERDUE          PIC S9(05) COMP-3.
              10 WS-Q-DUE-TODAY        PIC S9(05) COMP-3.
       01 WS-Q-IDX                     PIC S9(04) COMP VALUE 0.
       01 WS-Q-COUNT                   PIC S9(04) COMP VALUE 8.

      * Open items by the user holding them; POOL for the
      * unclaimed. Users past the table's end are counted
      * under the last row, OTHERS.
       01 WS-AGENT-TABLE.
           05 WS-AGT-ENTRY OCCURS 50 TIMES.
              10 WS-AGT-USER           PIC X(08).
              10 WS-AGT-OPEN           PIC S9(05) COMP-3.
              10 WS-AGT-OVERDUE        PIC S9(05) COMP-3.
              10 WS-AGT-OLDEST         PIC X(10).
       01 WS-AGT-IDX                   PIC S9(04) COMP VALUE 0.
       01 WS-AGT-USED                  PIC S9(04) COMP VALUE 0.
       01 WS-AGT-MAX                   PIC S9(04) COMP VALUE 50.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
      * CWQ1-specific extension: the queue the users are shown
      * for (spaces = all) and the page of users shown.
          05 CDEMO-WQS0-INFO.
             10 CDEMO-WQS0-QUEUE           PIC X(04).
             10 CDEMO-WQS0-PAGE-NUM        PIC 9(02).

      * BMS symbolic map for the supervisor summary (COWQS0A)
       COPY COWQS00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 160-byte work-item record (WORK-ITEM-RECORD)
       COPY CVWQI01Y.

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
      * Main entry point. AID dispatch: Enter=summarize,
      * PF3=back, PF7=previous users, PF8=next users.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COWQS0AO

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
                   MOVE LOW-VALUES          TO COWQS0AO
                   MOVE SPACES              TO CDEMO-WQS0-QUEUE
                   MOVE 1                   TO CDEMO-WQS0-PAGE-NUM
                   PERFORM CHECK-ADMIN-USER
                   PERFORM BUILD-SUMMARY THRU BUILD-SUMMARY-EXIT
                   MOVE -1       TO QUEUEL OF COWQS0AI
                   PERFORM SEND-SUMMARY-SCREEN
               ELSE
                   PERFORM RECEIVE-SUMMARY-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM CHECK-ADMIN-USER
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
                           PERFORM CHECK-ADMIN-USER
                           IF CDEMO-WQS0-PAGE-NUM > 1
                               SUBTRACT 1 FROM CDEMO-WQS0-PAGE-NUM
                           ELSE
                               MOVE 'Already at the first page...'
                                    TO WS-MESSAGE
                           END-IF
                           PERFORM BUILD-SUMMARY
                              THRU BUILD-SUMMARY-EXIT
                           PERFORM SEND-SUMMARY-SCREEN
                       WHEN DFHPF8
                           PERFORM CHECK-ADMIN-USER
                           ADD 1 TO CDEMO-WQS0-PAGE-NUM
                           PERFORM BUILD-SUMMARY
                              THRU BUILD-SUMMARY-EXIT
                           PERFORM SEND-SUMMARY-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-SUMMARY-SCREEN
                   END-EVALUATE
               END-IF
           END-IF
           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      CHECK-ADMIN-USER
      *----------------------------------------------------------------*
      * The summary is an admin's: anyone else is shown the
      * refusal and nothing more.
       CHECK-ADMIN-USER.
           IF NOT CDEMO-USRTYP-ADMIN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'The work-queue summary is for admins only...'
                    TO WS-MESSAGE
               PERFORM SEND-SUMMARY-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *----------------------------------------------------------------*
      * A newly keyed queue shows its users from the first page;
      * otherwise ENTER refreshes the counts on the same page.
       PROCESS-ENTER-KEY.
           IF QUEUEI OF COWQS0AI = SPACES OR LOW-VALUES
               MOVE SPACES              TO WS-QUEUE-IN
           ELSE
               MOVE QUEUEI OF COWQS0AI  TO WS-QUEUE-IN
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
                   MOVE -1       TO QUEUEL OF COWQS0AI
                   PERFORM SEND-SUMMARY-SCREEN
               END-IF
           END-IF
           IF WS-QUEUE-IN NOT = CDEMO-WQS0-QUEUE
               MOVE WS-QUEUE-IN TO CDEMO-WQS0-QUEUE
               MOVE 1           TO CDEMO-WQS0-PAGE-NUM
           END-IF
           PERFORM BUILD-SUMMARY THRU BUILD-SUMMARY-EXIT
           PERFORM SEND-SUMMARY-SCREEN.

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
      *                      BUILD-SUMMARY
      *----------------------------------------------------------------*
      * Counts every open item into its queue's row and, when
      * it is in the queue keyed (or no queue is keyed), into
      * its holder's row; then paints the queue rows and the
      * page of holders asked for -- the last page, when paged
      * past it.
       BUILD-SUMMARY.
           PERFORM SET-TODAY
           INITIALIZE WS-QUEUE-COUNTS
                      WS-AGENT-TABLE
           MOVE ZERO TO WS-AGT-USED
           MOVE CDEMO-WQS0-QUEUE TO QUEUEI OF COWQS0AI

           MOVE 'N'        TO WS-BROWSE-DONE
           MOVE LOW-VALUES TO WQI-KEY
           EXEC CICS STARTBR
                DATASET   (WS-WORKITEM-FILE)
                RIDFLD    (WQI-KEY)
                KEYLENGTH (LENGTH OF WQI-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-ITEM THRU SCAN-NEXT-ITEM-EXIT
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-WORKITEM-FILE)
               END-EXEC
           END-IF

           PERFORM PAINT-QUEUE-ROW
              VARYING WS-Q-IDX FROM 1 BY 1
                UNTIL WS-Q-IDX > WS-Q-COUNT

           IF WS-AGT-USED = ZERO
               MOVE 1 TO CDEMO-WQS0-PAGE-NUM
               IF WS-MESSAGE = SPACES
                   MOVE 'No open work items...' TO WS-MESSAGE
               END-IF
           ELSE
               COMPUTE WS-FIRST-ROW =
                   (CDEMO-WQS0-PAGE-NUM - 1) * WS-MAX-ROWS + 1
               IF WS-FIRST-ROW > WS-AGT-USED
                   COMPUTE CDEMO-WQS0-PAGE-NUM =
                       (WS-AGT-USED - 1) / WS-MAX-ROWS + 1
                   COMPUTE WS-FIRST-ROW =
                       (CDEMO-WQS0-PAGE-NUM - 1) * WS-MAX-ROWS + 1
                   MOVE 'Already at the last page...' TO WS-MESSAGE
               END-IF
           END-IF
           PERFORM PAINT-AGENT-ROW
              VARYING WS-SUBSCRIPT FROM 1 BY 1
                UNTIL WS-SUBSCRIPT > WS-MAX-ROWS
           MOVE CDEMO-WQS0-PAGE-NUM TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT        TO PAGENUMI OF COWQS0AI.
       BUILD-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-ITEM
      *----------------------------------------------------------------*
      * One step of the browse: passes over closed items and
      * items of a queue not on the summary, and counts the
      * rest.
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
           IF NOT WQI-STATUS-OPEN
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF
           MOVE 1 TO WS-Q-IDX
           PERFORM NEXT-QUEUE-CODE
              UNTIL WS-Q-IDX > WS-Q-COUNT
                 OR WS-Q-CODE(WS-Q-IDX) = WQI-QUEUE
           IF WS-Q-IDX > WS-Q-COUNT
               GO TO SCAN-NEXT-ITEM-EXIT
           END-IF

           ADD 1 TO WS-Q-OPEN(WS-Q-IDX)
           IF WQI-ASSIGNED-TO = SPACES
               ADD 1 TO WS-Q-POOL(WS-Q-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WQI-DUE-DATE < WS-TODAY
                   ADD 1 TO WS-Q-OVERDUE(WS-Q-IDX)
               WHEN WQI-DUE-DATE = WS-TODAY
                   ADD 1 TO WS-Q-DUE-TODAY(WS-Q-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CDEMO-WQS0-QUEUE = SPACES
           OR CDEMO-WQS0-QUEUE = WQI-QUEUE
               PERFORM COUNT-TO-AGENT
           END-IF.
       SCAN-NEXT-ITEM-EXIT.
           EXIT.

       NEXT-QUEUE-CODE.
           ADD 1 TO WS-Q-IDX.

      *----------------------------------------------------------------*
      *                      COUNT-TO-AGENT
      *----------------------------------------------------------------*
      * Adds the item to its holder's row, the row added on
      * first sight; once the table is full, to OTHERS in the
      * last row.
       COUNT-TO-AGENT.
           IF WQI-ASSIGNED-TO = SPACES
               MOVE 'POOL'          TO WS-AGT-KEY
           ELSE
               MOVE WQI-ASSIGNED-TO TO WS-AGT-KEY
           END-IF
           MOVE 1 TO WS-AGT-IDX
           PERFORM NEXT-AGENT-ROW
              UNTIL WS-AGT-IDX > WS-AGT-USED
                 OR WS-AGT-USER(WS-AGT-IDX) = WS-AGT-KEY
           IF WS-AGT-IDX > WS-AGT-USED
               IF WS-AGT-USED < WS-AGT-MAX - 1
                   ADD 1 TO WS-AGT-USED
                   MOVE WS-AGT-USED TO WS-AGT-IDX
               ELSE
                   MOVE WS-AGT-MAX  TO WS-AGT-USED
                                       WS-AGT-IDX
                   MOVE 'OTHERS'    TO WS-AGT-KEY
               END-IF
               IF WS-AGT-USER(WS-AGT-IDX) = SPACES
                   MOVE WS-AGT-KEY   TO WS-AGT-USER(WS-AGT-IDX)
                   MOVE WQI-DUE-DATE TO WS-AGT-OLDEST(WS-AGT-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-AGT-OPEN(WS-AGT-IDX)
           IF WQI-DUE-DATE < WS-TODAY
               ADD 1 TO WS-AGT-OVERDUE(WS-AGT-IDX)
           END-IF
           IF WQI-DUE-DATE < WS-AGT-OLDEST(WS-AGT-IDX)
               MOVE WQI-DUE-DATE TO WS-AGT-OLDEST(WS-AGT-IDX)
           END-IF.

       NEXT-AGENT-ROW.
           ADD 1 TO WS-AGT-IDX.

      *----------------------------------------------------------------*
      *                      PAINT-QUEUE-ROW
      *----------------------------------------------------------------*
       PAINT-QUEUE-ROW.
           MOVE WS-Q-CODE(WS-Q-IDX)      TO
                QSQUE01I OF COWQS0AI(WS-Q-IDX)
           MOVE WS-Q-OPEN(WS-Q-IDX)      TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT              TO
                QSOPN01I OF COWQS0AI(WS-Q-IDX)
           MOVE WS-Q-POOL(WS-Q-IDX)      TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT              TO
                QSPOL01I OF COWQS0AI(WS-Q-IDX)
           MOVE WS-Q-OVERDUE(WS-Q-IDX)   TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT              TO
                QSOVD01I OF COWQS0AI(WS-Q-IDX)
           MOVE WS-Q-DUE-TODAY(WS-Q-IDX) TO WS-EDIT-CNT
           MOVE WS-EDIT-CNT              TO
                QSTDY01I OF COWQS0AI(WS-Q-IDX)
           IF WS-Q-OVERDUE(WS-Q-IDX) > ZERO
               MOVE DFHRED TO QSOVD01C OF COWQS0AO(WS-Q-IDX)
           END-IF.

      *----------------------------------------------------------------*
      *                      PAINT-AGENT-ROW
      *----------------------------------------------------------------*
      * One screen row of the holders' page; blank past the
      * last holder.
       PAINT-AGENT-ROW.
           COMPUTE WS-ROW-IDX = WS-FIRST-ROW + WS-SUBSCRIPT - 1
           IF WS-AGT-USED = ZERO
           OR WS-ROW-IDX > WS-AGT-USED
               MOVE SPACES TO AGUSR01I OF COWQS0AI(WS-SUBSCRIPT)
                              AGOPN01I OF COWQS0AI(WS-SUBSCRIPT)
                              AGOVD01I OF COWQS0AI(WS-SUBSCRIPT)
                              AGOLD01I OF COWQS0AI(WS-SUBSCRIPT)
           ELSE
               MOVE WS-AGT-USER(WS-ROW-IDX)    TO
                    AGUSR01I OF COWQS0AI(WS-SUBSCRIPT)
               MOVE WS-AGT-OPEN(WS-ROW-IDX)    TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT                TO
                    AGOPN01I OF COWQS0AI(WS-SUBSCRIPT)
               MOVE WS-AGT-OVERDUE(WS-ROW-IDX) TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT                TO
                    AGOVD01I OF COWQS0AI(WS-SUBSCRIPT)
               MOVE WS-AGT-OLDEST(WS-ROW-IDX)  TO
                    AGOLD01I OF COWQS0AI(WS-SUBSCRIPT)
               IF WS-AGT-OVERDUE(WS-ROW-IDX) > ZERO
                   MOVE DFHRED TO AGOVD01C OF COWQS0AO(WS-SUBSCRIPT)
               END-IF
           END-IF.

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
      *                      SEND-SUMMARY-SCREEN
      *----------------------------------------------------------------*
       SEND-SUMMARY-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COWQS0AO

           EXEC CICS SEND
                     MAP('COWQS0A')
                     MAPSET('COWQS00')
                     FROM(COWQS0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-SUMMARY-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-SUMMARY-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COWQS0A')
                     MAPSET('COWQS00')
                     INTO(COWQS0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COWQS0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COWQS0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COWQS0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COWQS0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COWQS0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COWQS0AO.
