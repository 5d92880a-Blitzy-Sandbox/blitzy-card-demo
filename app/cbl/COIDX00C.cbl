      ******************************************************************
      * Program     : COIDX00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Key / cancel effective-dated index rate values
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
      * Program:     COIDX00C
      * Transaction: CIDX
      * BMS Map:     COIDX00 / COIDX0A
      * Function:    Index rate value maintenance screen (admin).
      *              A prime-rate move is keyed once here instead
      *              of on every disclosure group: the admin keys
      *              the index ID, the new value, and the date it
      *              takes effect (today or later). The value is
      *              filed PENDING on INDEXRT (CVIDX01Y.cpy); the
      *              nightly CBIDX01C batch marks it APPLIED on its
      *              effective date and reprices every variable-
      *              rate group tied to the index (see COGRP01C).
      *              Enter with only an index ID lists its latest
      *              values. Rekeying a pending value for the same
      *              date replaces it; PF5 cancels it. An applied
      *              value is history and can not be changed.
      * Files:       INDEXRT  (READ, READ UPDATE, WRITE, REWRITE,
      *                        STARTBR, READNEXT, ENDBR)
      * Navigation:  PF3 returns to caller or admin menu. PF4 clears
      *              the form. PF5 cancels the pending value.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COIDX00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COIDX00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CIDX'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-INDEXRT-FILE            PIC X(08) VALUE 'INDEXRT '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      * Whether a value is already on file for the keyed date
         05 WS-VALUE-FOUND-FLG         PIC X(01) VALUE 'N'.
           88 VALUE-FOUND                        VALUE 'Y'.
           88 VALUE-NOT-FOUND                    VALUE 'N'.
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
         05 WS-INDEX-ID                PIC X(08) VALUE SPACES.
         05 WS-NEW-RATE-N              PIC S9(04)V99 VALUE ZERO.
         05 WS-TODAY                   PIC X(10) VALUE SPACES.
         05 WS-ENTERED-TS              PIC X(14) VALUE SPACES.
      * Value list browse controls
         05 WS-SCAN-DONE-FLG           PIC X(01) VALUE 'N'.
         05 WS-LIST-ROW                PIC S9(04) COMP VALUE ZEROS.
         05 WS-LIST-I                  PIC S9(04) COMP VALUE ZEROS.

      * The latest five values of the index, oldest first: the
      * browse runs in date order and keeps only the last five
       01 WS-VALUE-LIST.
         05 WS-VALUE-LIST-LINE         PIC X(40) OCCURS 5 TIMES.
       01 WS-VALUE-LINE.
         05 WS-VL-EFF-DATE             PIC X(10).
         05 FILLER                     PIC X(03) VALUE SPACES.
         05 WS-VL-RATE                 PIC ZZZ9.99.
         05 FILLER                     PIC X(03) VALUE SPACES.
         05 WS-VL-STATUS               PIC X(09).
         05 FILLER                     PIC X(08) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the index value screen (COIDX0A)
       COPY COIDX00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 80-byte index rate value record (INDEX-RATE-RECORD)
       COPY CVIDX01Y.

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
      * Main entry point. AID dispatch: Enter=list/file value,
      * PF3=back, PF4=clear, PF5=cancel value.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COIDX0AO

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
                   MOVE LOW-VALUES          TO COIDX0AO
                   MOVE -1       TO IDXIDL OF COIDX0AI
                   PERFORM SEND-INDEX-SCREEN
               ELSE
                   PERFORM RECEIVE-INDEX-SCREEN
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
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-CANCEL-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-INDEX-SCREEN
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
      * Validate the index ID and, when a value is keyed, the
      * effective date and rate, then file (or refile) the value
      * PENDING.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-INDEX-ID
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF

      * If the value fields are blank, this Enter is just a
      * lookup -- list the latest values on file
           IF (IDXRTI OF COIDX0AI = SPACES OR LOW-VALUES)
              AND (EFFDTI OF COIDX0AI = SPACES OR LOW-VALUES)
               PERFORM LIST-INDEX-VALUES
               IF WS-LIST-ROW = ZERO
                   MOVE 'No values on file - enter date and rate'
                        TO WS-MESSAGE
               END-IF
               PERFORM SEND-INDEX-SCREEN
           END-IF

           PERFORM VALIDATE-VALUE-FIELDS
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF

           PERFORM WRITE-VALUE
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF

           PERFORM LIST-INDEX-VALUES
           MOVE DFHGREEN TO ERRMSGC OF COIDX0AO
           MOVE 'Index value filed - applied on its effective date'
                TO WS-MESSAGE
           PERFORM SEND-INDEX-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-CANCEL-KEY
      *----------------------------------------------------------------*
      * PF5: cancel the value keyed for the index and date,
      * unless it has already been applied.
       PROCESS-CANCEL-KEY.
           PERFORM VALIDATE-INDEX-ID
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF
           PERFORM VALIDATE-EFF-DATE-FORMAT
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF

           MOVE WS-INDEX-ID              TO IDX-INDEX-ID
           MOVE EFFDTI OF COIDX0AI(1:10) TO IDX-EFF-DATE
           PERFORM READ-INDEXRT-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF

           IF IDX-STATUS-APPLIED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Value already applied - cannot cancel...'
                    TO WS-MESSAGE
               PERFORM SEND-INDEX-SCREEN
           END-IF
           IF IDX-STATUS-CANCELLED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Value is already cancelled...' TO WS-MESSAGE
               PERFORM SEND-INDEX-SCREEN
           END-IF

           SET IDX-STATUS-CANCELLED TO TRUE
           PERFORM REWRITE-INDEXRT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF

           PERFORM LIST-INDEX-VALUES
           MOVE DFHGREEN TO ERRMSGC OF COIDX0AO
           MOVE 'Index value cancelled...' TO WS-MESSAGE
           PERFORM SEND-INDEX-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-INDEX-ID
      *----------------------------------------------------------------*
       VALIDATE-INDEX-ID.
           IF IDXIDI OF COIDX0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Index ID must be entered...' TO WS-MESSAGE
               MOVE -1       TO IDXIDL OF COIDX0AI
           ELSE
               MOVE IDXIDI OF COIDX0AI TO WS-INDEX-ID
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-VALUE-FIELDS
      *----------------------------------------------------------------*
      * The effective date in YYYY-MM-DD form, today or later --
      * a value can not be backdated into cycles already priced
      * -- and the index value in 9999.99 format.
       VALIDATE-VALUE-FIELDS.
           PERFORM VALIDATE-EFF-DATE-FORMAT

           IF ERR-FLG-OFF
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-TODAY(1:4)
               MOVE '-'                        TO WS-TODAY(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-TODAY(6:2)
               MOVE '-'                        TO WS-TODAY(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-TODAY(9:2)
               IF EFFDTI OF COIDX0AI(1:10) < WS-TODAY
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Effective date can not be in the past...'
                        TO WS-MESSAGE
                   MOVE -1      TO EFFDTL OF COIDX0AI
               END-IF
           END-IF

           IF ERR-FLG-OFF
               EVALUATE TRUE
                   WHEN IDXRTI OF COIDX0AI = SPACES OR LOW-VALUES
                   WHEN IDXRTI OF COIDX0AI(1:4) NOT NUMERIC
                   WHEN IDXRTI OF COIDX0AI(5:1) NOT = '.'
                   WHEN IDXRTI OF COIDX0AI(6:2) IS NOT NUMERIC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Index rate should be format 9999.99'
                                    TO WS-MESSAGE
                       MOVE -1      TO IDXRTL OF COIDX0AI
                   WHEN OTHER
                       COMPUTE WS-NEW-RATE-N =
                           FUNCTION NUMVAL-C(IDXRTI OF COIDX0AI)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                  VALIDATE-EFF-DATE-FORMAT
      *----------------------------------------------------------------*
       VALIDATE-EFF-DATE-FORMAT.
           EVALUATE TRUE
               WHEN EFFDTI OF COIDX0AI(1:4) NOT NUMERIC
               WHEN EFFDTI OF COIDX0AI(5:1) NOT = '-'
               WHEN EFFDTI OF COIDX0AI(6:2) NOT NUMERIC
               WHEN EFFDTI OF COIDX0AI(8:1) NOT = '-'
               WHEN EFFDTI OF COIDX0AI(9:2) NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Eff date should be format YYYY-MM-DD'
                                TO WS-MESSAGE
                   MOVE -1      TO EFFDTL OF COIDX0AI
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                         WRITE-VALUE
      *----------------------------------------------------------------*
      * Files the value PENDING. A pending or cancelled value for
      * the same date is replaced; an applied one is refused.
       WRITE-VALUE.
           MOVE WS-INDEX-ID              TO IDX-INDEX-ID
           MOVE EFFDTI OF COIDX0AI(1:10) TO IDX-EFF-DATE
           PERFORM READ-INDEXRT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-INDEX-SCREEN
           END-IF
           IF VALUE-FOUND
               IF IDX-STATUS-APPLIED
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'A value for that date is already applied...'
                        TO WS-MESSAGE
                   MOVE -1      TO EFFDTL OF COIDX0AI
                   PERFORM SEND-INDEX-SCREEN
               END-IF
               PERFORM READ-INDEXRT-UPDATE
               IF ERR-FLG-ON
                   PERFORM SEND-INDEX-SCREEN
               END-IF
           END-IF

           MOVE WS-INDEX-ID              TO IDX-INDEX-ID
           MOVE EFFDTI OF COIDX0AI(1:10) TO IDX-EFF-DATE
           MOVE WS-NEW-RATE-N            TO IDX-RATE
           SET IDX-STATUS-PENDING        TO TRUE
           MOVE SPACES                   TO IDX-APPLIED-DATE
           MOVE CDEMO-USER-ID            TO IDX-ENTERED-USR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ENTERED-TS
           MOVE WS-ENTERED-TS            TO IDX-ENTERED-TS

           IF VALUE-FOUND
               PERFORM REWRITE-INDEXRT-FILE
           ELSE
               PERFORM WRITE-INDEXRT-FILE
           END-IF.

      *----------------------------------------------------------------*
      *                      LIST-INDEX-VALUES
      *----------------------------------------------------------------*
      * Browses the index's values in date order, keeping the
      * latest five for the list lines.
       LIST-INDEX-VALUES.
           MOVE ZERO         TO WS-LIST-ROW
           MOVE SPACES       TO WS-VALUE-LIST
           MOVE WS-INDEX-ID  TO IDX-INDEX-ID
           MOVE LOW-VALUES   TO IDX-EFF-DATE
           EXEC CICS STARTBR
                DATASET   (WS-INDEXRT-FILE)
                RIDFLD    (IDX-KEY)
                KEYLENGTH (LENGTH OF IDX-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SCAN-DONE-FLG
               PERFORM LIST-ONE-VALUE
                   UNTIL WS-SCAN-DONE-FLG = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-INDEXRT-FILE)
               END-EXEC
           END-IF
           MOVE WS-VALUE-LIST-LINE(1) TO IDXLN01O OF COIDX0AO
           MOVE WS-VALUE-LIST-LINE(2) TO IDXLN02O OF COIDX0AO
           MOVE WS-VALUE-LIST-LINE(3) TO IDXLN03O OF COIDX0AO
           MOVE WS-VALUE-LIST-LINE(4) TO IDXLN04O OF COIDX0AO
           MOVE WS-VALUE-LIST-LINE(5) TO IDXLN05O OF COIDX0AO.

      *----------------------------------------------------------------*
      *                        LIST-ONE-VALUE
      *----------------------------------------------------------------*
       LIST-ONE-VALUE.
           EXEC CICS READNEXT
                DATASET   (WS-INDEXRT-FILE)
                INTO      (INDEX-RATE-RECORD)
                LENGTH    (LENGTH OF INDEX-RATE-RECORD)
                RIDFLD    (IDX-KEY)
                KEYLENGTH (LENGTH OF IDX-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR IDX-INDEX-ID NOT = WS-INDEX-ID
               MOVE 'Y' TO WS-SCAN-DONE-FLG
           ELSE
               MOVE IDX-EFF-DATE         TO WS-VL-EFF-DATE
               MOVE IDX-RATE             TO WS-VL-RATE
               EVALUATE TRUE
                   WHEN IDX-STATUS-PENDING
                       MOVE 'PENDING  '  TO WS-VL-STATUS
                   WHEN IDX-STATUS-APPLIED
                       MOVE 'APPLIED  '  TO WS-VL-STATUS
                   WHEN OTHER
                       MOVE 'CANCELLED'  TO WS-VL-STATUS
               END-EVALUATE
               IF WS-LIST-ROW < 5
                   ADD 1 TO WS-LIST-ROW
               ELSE
                   PERFORM SHIFT-LIST-LINE
                       VARYING WS-LIST-I FROM 1 BY 1
                       UNTIL WS-LIST-I > 4
               END-IF
               MOVE WS-VALUE-LINE TO WS-VALUE-LIST-LINE(WS-LIST-ROW)
           END-IF.

      *----------------------------------------------------------------*
      *                       SHIFT-LIST-LINE
      *----------------------------------------------------------------*
       SHIFT-LIST-LINE.
           MOVE WS-VALUE-LIST-LINE(WS-LIST-I + 1)
             TO WS-VALUE-LIST-LINE(WS-LIST-I).

      *----------------------------------------------------------------*
      *                      READ-INDEXRT-FILE
      *----------------------------------------------------------------*
      * Reads the value for IDX-KEY; NOTFND is a normal condition
      * (nothing keyed for that date yet).
       READ-INDEXRT-FILE.
           SET VALUE-NOT-FOUND TO TRUE
           EXEC CICS READ
                DATASET   (WS-INDEXRT-FILE)
                INTO      (INDEX-RATE-RECORD)
                LENGTH    (LENGTH OF INDEX-RATE-RECORD)
                RIDFLD    (IDX-KEY)
                KEYLENGTH (LENGTH OF IDX-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET VALUE-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup index value...' TO
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-INDEXRT-UPDATE
      *----------------------------------------------------------------*
       READ-INDEXRT-UPDATE.
           EXEC CICS READ
                DATASET   (WS-INDEXRT-FILE)
                INTO      (INDEX-RATE-RECORD)
                LENGTH    (LENGTH OF INDEX-RATE-RECORD)
                RIDFLD    (IDX-KEY)
                KEYLENGTH (LENGTH OF IDX-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No value on file for that date...' TO
                                   WS-MESSAGE
                   MOVE -1       TO EFFDTL OF COIDX0AI
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup value for update...' TO
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-INDEXRT-FILE
      *----------------------------------------------------------------*
       WRITE-INDEXRT-FILE.
           EXEC CICS WRITE
                DATASET   (WS-INDEXRT-FILE)
                FROM      (INDEX-RATE-RECORD)
                LENGTH    (LENGTH OF INDEX-RATE-RECORD)
                RIDFLD    (IDX-KEY)
                KEYLENGTH (LENGTH OF IDX-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to save index value...' TO
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-INDEXRT-FILE
      *----------------------------------------------------------------*
       REWRITE-INDEXRT-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-INDEXRT-FILE)
                FROM      (INDEX-RATE-RECORD)
                LENGTH    (LENGTH OF INDEX-RATE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to save index value...' TO
                                   WS-MESSAGE
           END-EVALUATE.
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
      *                      SEND-INDEX-SCREEN
      *----------------------------------------------------------------*
       SEND-INDEX-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COIDX0AO

           EXEC CICS SEND
                     MAP('COIDX0A')
                     MAPSET('COIDX00')
                     FROM(COIDX0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-INDEX-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-INDEX-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COIDX0A')
                     MAPSET('COIDX00')
                     INTO(COIDX0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COIDX0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COIDX0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COIDX0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COIDX0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COIDX0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COIDX0AO.

      *----------------------------------------------------------------*
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE -1              TO IDXIDL OF COIDX0AI
           MOVE SPACES          TO IDXIDI   OF COIDX0AI
                                   EFFDTI   OF COIDX0AI
                                   IDXRTI   OF COIDX0AI
                                   IDXLN01O OF COIDX0AO
                                   IDXLN02O OF COIDX0AO
                                   IDXLN03O OF COIDX0AO
                                   IDXLN04O OF COIDX0AO
                                   IDXLN05O OF COIDX0AO
                                   WS-MESSAGE
           PERFORM SEND-INDEX-SCREEN.
