      ******************************************************************
      * Program     : COCPP00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Common point-of-purchase review - approve or
      *               dismiss the candidate merchants the CBCPP01C
      *               analysis names.
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
      * Program:     COCPP00C
      * Transaction: CCPP
      * BMS Map:     COCPP00 / COCPP0A
      * Function:    Common point-of-purchase review. Lists the
      *              merchants on CPPMERC (CVCPP01Y.cpy) awaiting
      *              the fraud team -- PENDING ones as the nightly
      *              CBCPP01C analysis left them, and APPROVED
      *              ones whose reissue has not yet run -- ten
      *              rows from the merchant ID keyed in STARTMI
      *              (from the start when blank): merchant, name,
      *              fraud cards shared out of those analysed,
      *              at-risk cards, score, exposure window and
      *              status. Dismissed and reissued merchants
      *              drop off the list. With a row number keyed
      *              in the DELSEL field, PF5 approves a pending
      *              merchant for mass reissue of its at-risk
      *              cards, which CBCPP01C carries out on its
      *              next run; PF7 dismisses a pending or
      *              approved merchant, so no cards are
      *              reissued. Each approval and dismissal
      *              records the analyst and writes a 'g'
      *              AUDITLOG record.
      * Files:       CPPMERC  (STARTBR, READNEXT, ENDBR,
      *                        READ UPDATE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or admin menu.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCPP00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCPP00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCPP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CPPMERC-FILE            PIC X(08) VALUE 'CPPMERC '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      ******************************************************************
      * Session idle-timeout
      ******************************************************************
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
         05 WS-START-MER-N             PIC 9(09) VALUE ZERO.
         05 WS-BROWSE-KEY              PIC 9(09) VALUE ZERO.
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-BROWSE-OPEN             PIC X(01) VALUE 'N'.
         05 WS-DEL-ROW-N               PIC 9(02) VALUE ZERO.
      * The merchants on screen, so a PF5/PF7 by row number
      * resolves back to the exact record
         05 WS-ROW-KEYS.
           10 WS-ROW-MER-ID            PIC 9(09) OCCURS 10 TIMES.
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
      * Display editing of the listed merchants
         05 WS-CNT-EDIT                PIC ZZZZ9.
         05 WS-TOT-EDIT                PIC ZZZZ9.
         05 WS-RISK-EDIT               PIC ZZZZZZ9.
         05 WS-SCORE-EDIT              PIC ZZ9.
         05 WS-STATUS-DESC             PIC X(08) VALUE SPACES.
      * Audit trail work
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the point-of-purchase review screen
       COPY COCPP00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 200-byte point-of-purchase merchant record
       COPY CVCPP01Y.
      * 135-byte audit record (AUDIT-RECORD)
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
      * Main entry point. AID dispatch: Enter=list, PF3=back,
      * PF5=approve selected row, PF7=dismiss selected row.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COCPP0AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               PERFORM CHECK-SESSION-IDLE
                  THRU CHECK-SESSION-IDLE-EXIT
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COCPP0AO
                   MOVE -1       TO STARTMIL OF COCPP0AI
                   PERFORM BUILD-MERCHANT-LIST
                   PERFORM SEND-CPP-SCREEN
               ELSE
                   PERFORM RECEIVE-CPP-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM VALIDATE-START-MERCHANT
                           PERFORM BUILD-MERCHANT-LIST
                           PERFORM SEND-CPP-SCREEN
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF5
                           PERFORM APPROVE-SELECTED-ROW
                           PERFORM BUILD-MERCHANT-LIST
                           PERFORM SEND-CPP-SCREEN
                       WHEN DFHPF7
                           PERFORM DISMISS-SELECTED-ROW
                           PERFORM BUILD-MERCHANT-LIST
                           PERFORM SEND-CPP-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CPP-SCREEN
                   END-EVALUATE
               END-IF
           END-IF
           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SET-TODAY
      *----------------------------------------------------------------*
       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING
           .

      *----------------------------------------------------------------*
      *                   VALIDATE-START-MERCHANT
      *----------------------------------------------------------------*
      * The list starts at the keyed merchant ID, or at the
      * first merchant when none is keyed.
       VALIDATE-START-MERCHANT.
           MOVE ZERO TO WS-START-MER-N
           IF STARTMII OF COCPP0AI = SPACES OR LOW-VALUES
               CONTINUE
           ELSE
               IF STARTMII OF COCPP0AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Merchant ID must be a 9 digit number...' TO
                        WS-MESSAGE
                   MOVE -1      TO STARTMIL OF COCPP0AI
                   PERFORM SEND-CPP-SCREEN
               END-IF
               MOVE STARTMII OF COCPP0AI TO WS-START-MER-N
           END-IF
           .

      *----------------------------------------------------------------*
      *                      BUILD-MERCHANT-LIST
      *----------------------------------------------------------------*
      * Browses CPPMERC from the start merchant for the ten
      * merchants still awaiting the fraud team.
       BUILD-MERCHANT-LIST.
           PERFORM CLEAR-MERCHANT-ROW
               VARYING WS-PAGE-ROW-CNT FROM 1 BY 1
               UNTIL WS-PAGE-ROW-CNT > WS-MAX-ROWS
           MOVE ZERO TO WS-PAGE-ROW-CNT
           MOVE 'N'  TO WS-BROWSE-DONE
           MOVE ZEROS TO WS-ROW-KEYS
           IF STARTMII OF COCPP0AI IS NUMERIC
               MOVE STARTMII OF COCPP0AI TO WS-START-MER-N
           ELSE
               MOVE ZERO TO WS-START-MER-N
           END-IF
           MOVE WS-START-MER-N TO WS-BROWSE-KEY
           EXEC CICS STARTBR
                DATASET   (WS-CPPMERC-FILE)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-OPEN
           ELSE
               MOVE 'N' TO WS-BROWSE-OPEN
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           PERFORM SCAN-NEXT-MERCHANT
               UNTIL WS-BROWSE-DONE = 'Y'
                  OR WS-PAGE-ROW-CNT >= WS-MAX-ROWS
           IF WS-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-CPPMERC-FILE)
               END-EXEC
           END-IF

           IF WS-PAGE-ROW-CNT = ZERO
               AND WS-MESSAGE = SPACES
               MOVE 'No merchants awaiting review...' TO
                    WS-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      CLEAR-MERCHANT-ROW
      *----------------------------------------------------------------*
       CLEAR-MERCHANT-ROW.
           MOVE SPACES TO MERI01I OF COCPP0AI(WS-PAGE-ROW-CNT)
                          MNAM01I OF COCPP0AI(WS-PAGE-ROW-CNT)
                          MCNT01I OF COCPP0AI(WS-PAGE-ROW-CNT)
                          MRSK01I OF COCPP0AI(WS-PAGE-ROW-CNT)
                          MSCR01I OF COCPP0AI(WS-PAGE-ROW-CNT)
                          MWIN01I OF COCPP0AI(WS-PAGE-ROW-CNT)
                          MSTS01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           .

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-MERCHANT
      *----------------------------------------------------------------*
      * One step of the browse: only pending and approved
      * merchants are listed.
       SCAN-NEXT-MERCHANT.
           EXEC CICS READNEXT
                DATASET   (WS-CPPMERC-FILE)
                INTO      (CPP-MERCHANT-RECORD)
                LENGTH    (LENGTH OF CPP-MERCHANT-RECORD)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF CPM-STATUS-PENDING OR CPM-STATUS-APPROVED
                   PERFORM MOVE-MERCHANT-TO-ROW
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           .

      *----------------------------------------------------------------*
      *                     MOVE-MERCHANT-TO-ROW
      *----------------------------------------------------------------*
       MOVE-MERCHANT-TO-ROW.
           ADD 1 TO WS-PAGE-ROW-CNT
           MOVE CPM-MERCHANT-ID TO
                WS-ROW-MER-ID(WS-PAGE-ROW-CNT)
           MOVE CPM-MERCHANT-ID TO
                MERI01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           MOVE CPM-MERCHANT-NAME TO
                MNAM01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           MOVE CPM-FRAUD-CARD-COUNT TO WS-CNT-EDIT
           MOVE CPM-FRAUD-CARD-TOTAL TO WS-TOT-EDIT
           STRING WS-CNT-EDIT '/' WS-TOT-EDIT
                  DELIMITED BY SIZE
                  INTO MCNT01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           END-STRING
           MOVE CPM-AT-RISK-COUNT TO WS-RISK-EDIT
           MOVE WS-RISK-EDIT TO
                MRSK01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           MOVE CPM-SCORE TO WS-SCORE-EDIT
           MOVE WS-SCORE-EDIT TO
                MSCR01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           STRING CPM-EXPOSURE-START '-' CPM-EXPOSURE-END
                  DELIMITED BY SIZE
                  INTO MWIN01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           END-STRING
           IF CPM-STATUS-APPROVED
               MOVE 'APPROVED' TO WS-STATUS-DESC
           ELSE
               MOVE 'PENDING'  TO WS-STATUS-DESC
           END-IF
           MOVE WS-STATUS-DESC TO
                MSTS01I OF COCPP0AI(WS-PAGE-ROW-CNT)
           .

      *----------------------------------------------------------------*
      *                      APPROVE-SELECTED-ROW
      *----------------------------------------------------------------*
      * PF5: approves the merchant on the keyed row number for
      * mass reissue. Only a pending merchant can be approved.
       APPROVE-SELECTED-ROW.
           PERFORM READ-SELECTED-MERCHANT
           IF NOT CPM-STATUS-PENDING
               EXEC CICS UNLOCK
                    DATASET   (WS-CPPMERC-FILE)
               END-EXEC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Merchant is already approved...' TO
                    WS-MESSAGE
               MOVE -1  TO DELSELL OF COCPP0AI
               PERFORM SEND-CPP-SCREEN
           END-IF
           SET CPM-STATUS-APPROVED TO TRUE
           MOVE 'APPROVED' TO WS-AUD-VERB
           PERFORM REWRITE-SELECTED-MERCHANT
           MOVE 'Merchant approved - cards reissue on next run...'
             TO WS-MESSAGE
           .

      *----------------------------------------------------------------*
      *                      DISMISS-SELECTED-ROW
      *----------------------------------------------------------------*
      * PF7: dismisses the merchant on the keyed row number; it
      * stays on file and comes back only if more fraud cards
      * are later found to share it.
       DISMISS-SELECTED-ROW.
           PERFORM READ-SELECTED-MERCHANT
           SET CPM-STATUS-DISMISSED TO TRUE
           MOVE 'DISMISSED' TO WS-AUD-VERB
           PERFORM REWRITE-SELECTED-MERCHANT
           MOVE 'Merchant dismissed - no cards reissued...'
             TO WS-MESSAGE
           .

      *----------------------------------------------------------------*
      *                    READ-SELECTED-MERCHANT
      *----------------------------------------------------------------*
      * Resolves the keyed row number to its merchant and reads
      * it for update. The reissue run may have taken an
      * approved merchant since the list was painted.
       READ-SELECTED-MERCHANT.
           PERFORM SET-TODAY
           IF DELSELI OF COCPP0AI = SPACES OR LOW-VALUES
              OR DELSELI OF COCPP0AI IS NOT NUMERIC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Key the row number of the merchant...' TO
                    WS-MESSAGE
               MOVE -1  TO DELSELL OF COCPP0AI
               PERFORM SEND-CPP-SCREEN
           END-IF
      * The list the row number refers to must be rebuilt -- the
      * row keys do not survive between tasks
           PERFORM BUILD-MERCHANT-LIST
           COMPUTE WS-DEL-ROW-N =
               FUNCTION NUMVAL(DELSELI OF COCPP0AI)
           IF WS-DEL-ROW-N < 1 OR WS-DEL-ROW-N > WS-PAGE-ROW-CNT
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Row number is not on the list...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COCPP0AI
               PERFORM SEND-CPP-SCREEN
           END-IF

           MOVE WS-ROW-MER-ID(WS-DEL-ROW-N) TO CPM-MERCHANT-ID
           EXEC CICS READ
                DATASET   (WS-CPPMERC-FILE)
                INTO      (CPP-MERCHANT-RECORD)
                LENGTH    (LENGTH OF CPP-MERCHANT-RECORD)
                RIDFLD    (CPM-MERCHANT-ID)
                KEYLENGTH (LENGTH OF CPM-MERCHANT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to lock point-of-purchase merchant...' TO
                    WS-MESSAGE
               PERFORM SEND-CPP-SCREEN
           END-IF
           IF NOT CPM-STATUS-PENDING AND NOT CPM-STATUS-APPROVED
               EXEC CICS UNLOCK
                    DATASET   (WS-CPPMERC-FILE)
               END-EXEC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Merchant is no longer awaiting review...' TO
                    WS-MESSAGE
               PERFORM SEND-CPP-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                   REWRITE-SELECTED-MERCHANT
      *----------------------------------------------------------------*
      * Records the decision, the analyst and the time on the
      * merchant, then audits it.
       REWRITE-SELECTED-MERCHANT.
           PERFORM STAMP-UPDATE-TIME
           MOVE WS-TODAY-X          TO CPM-STATUS-DATE
           MOVE CDEMO-USER-ID       TO CPM-DECIDED-BY-USR-ID
           MOVE WS-UPD-TS           TO CPM-DECIDED-TS
           EXEC CICS REWRITE
                DATASET   (WS-CPPMERC-FILE)
                FROM      (CPP-MERCHANT-RECORD)
                LENGTH    (LENGTH OF CPP-MERCHANT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO DELSELI OF COCPP0AI
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to update point-of-purchase merchant...'
                 TO WS-MESSAGE
               PERFORM SEND-CPP-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      STAMP-UPDATE-TIME
      *----------------------------------------------------------------*
       STAMP-UPDATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO WS-UPD-TS(1:8)
           MOVE WS-CURTIME-HOURS      TO WS-UPD-TS(9:2)
           MOVE WS-CURTIME-MINUTE     TO WS-UPD-TS(11:2)
           MOVE WS-CURTIME-SECOND     TO WS-UPD-TS(13:2)
           .

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'g' (point-of-purchase review) record to the
      * AUDITLOG VSAM naming the merchant, the decision, its
      * score and its at-risk card count, using the same
      * browse-to-end ID generation every other audit writer
      * uses.
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
           MOVE WS-UPD-TS         TO AUD-TS
           SET AUD-ACTION-CPP-REVIEW TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE CPM-SCORE         TO WS-SCORE-EDIT
           MOVE CPM-AT-RISK-COUNT TO WS-RISK-EDIT
           STRING 'CPP MERCHANT '     DELIMITED BY SIZE
                  CPM-MERCHANT-ID     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' SCORE '           DELIMITED BY SIZE
                  WS-SCORE-EDIT       DELIMITED BY SIZE
                  ' AT-RISK '         DELIMITED BY SIZE
                  WS-RISK-EDIT        DELIMITED BY SIZE
             INTO AUD-DESC

           EXEC CICS WRITE
                DATASET   (WS-AUDITLOG-FILE)
                FROM      (AUDIT-RECORD)
                LENGTH    (LENGTH OF AUDIT-RECORD)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           .

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
      *                      SEND-CPP-SCREEN
      *----------------------------------------------------------------*
       SEND-CPP-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COCPP0AO

           EXEC CICS SEND
                     MAP('COCPP0A')
                     MAPSET('COCPP00')
                     FROM(COCPP0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CPP-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CPP-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COCPP0A')
                     MAPSET('COCPP00')
                     INTO(COCPP0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COCPP0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COCPP0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COCPP0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COCPP0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COCPP0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COCPP0AO
           .
