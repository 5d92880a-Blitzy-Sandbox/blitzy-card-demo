      ******************************************************************
      * Program     : COCHN00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Maintain a card's channel controls
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
      * Program:     COCHN00C
      * Transaction: CCH0
      * BMS Map:     COCHN00 / COCHN0A
      * Function:    Per-card channel control screen. The operator
      *              keys a card number and, for each channel --
      *              e-commerce, international, cash -- a standing
      *              control (A=allow, B=block; blank allows) and
      *              optionally a temporary control with its last
      *              day ("international on until the trip ends").
      *              Enter saves the card's controls (CVCHN01Y.cpy),
      *              PF5 removes them all (every channel open
      *              again), PF6 fetches the controls on file for
      *              editing. The controls sit in the posting
      *              path: CBTRN02C rejects a transaction on a
      *              blocked channel, and CBALP01C tells the
      *              customer when an elected alert asks for it.
      * Files:       CARDCHNL (READ, READ UPDATE, WRITE, REWRITE,
      *                        DELETE)
      *              CARDDAT  (READ)
      * Navigation:  PF3 returns to caller or main menu. PF4
      *              clears the form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCHN00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCHN00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCH0'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CARDCHNL-FILE           PIC X(08) VALUE 'CARDCHNL'.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
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
         05 WS-CARD-NUM-X              PIC X(16) VALUE SPACES.
         05 WS-CTRL-FOUND-FLG          PIC X(01) VALUE 'N'.
         05 WS-DATE-FORMAT             PIC X(10) VALUE 'YYYY-MM-DD'.
      * Today as YYYY-MM-DD -- a temporary control cannot end
      * in the past
         05 WS-TODAY-X10.
           10 WS-TODAY-YYYY            PIC 9(04).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-TODAY-MM              PIC 9(02).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-TODAY-DD              PIC 9(02).
      * One channel's keyed controls, edited by VALIDATE-CHANNEL
      * and placed in the record by the channel number; WS-CHN-
      * ERR-FLD names the field in error (S=standing,
      * T=temporary, E=end date) for the cursor
         05 WS-CHN-IDX                 PIC S9(04) COMP VALUE 0.
         05 WS-CHN-IN-STD              PIC X(01) VALUE SPACE.
         05 WS-CHN-IN-TMP              PIC X(01) VALUE SPACE.
         05 WS-CHN-IN-END              PIC X(10) VALUE SPACES.
         05 WS-CHN-ERR-FLD             PIC X(01) VALUE SPACE.
      * The controls as edited, held until every channel passes
         05 WS-CHN-EDITED              OCCURS 3 TIMES.
           10 WS-CHN-ED-STD            PIC X(01).
           10 WS-CHN-ED-TMP            PIC X(01).
           10 WS-CHN-ED-END            PIC X(10).

      * CSUTLDTC date-validation parameters (same block CORPT00C
      * passes)
       01 CSUTLDTC-PARM.
      *  Date value to validate (YYYY-MM-DD format)
          05 CSUTLDTC-DATE                   PIC X(10).
      *  Format descriptor matching the date layout
          05 CSUTLDTC-DATE-FORMAT            PIC X(10).
      *  Result block returned by CSUTLDTC
          05 CSUTLDTC-RESULT.
      *     Severity code: '0000' = valid date
             10 CSUTLDTC-RESULT-SEV-CD       PIC X(04).
             10 FILLER                       PIC X(11).
      *     Message number: '2513' = Gregorian not applicable
             10 CSUTLDTC-RESULT-MSG-NUM      PIC X(04).
      *     Descriptive error message text
             10 CSUTLDTC-RESULT-MSG          PIC X(61).

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the channel control screen
       COPY COCHN00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 80-byte per-card channel control record
       COPY CVCHN01Y.
      * 150-byte card master record (CARD-RECORD)
       COPY CVACT02Y.

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
      * Main entry point. AID dispatch: Enter=save controls,
      * PF3=back, PF4=clear, PF5=remove, PF6=fetch.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COCHN0AO

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
                   MOVE LOW-VALUES          TO COCHN0AO
                   MOVE -1       TO CARDNUML OF COCHN0AI
                   IF CDEMO-CARD-NUM NOT = ZEROS
                       MOVE CDEMO-CARD-NUM  TO CARDNUMI OF COCHN0AI
                       PERFORM PROCESS-FETCH-KEY
                   END-IF
                   PERFORM SEND-CHANNEL-SCREEN
               ELSE
                   PERFORM RECEIVE-CHANNEL-SCREEN
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
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-REMOVE-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-FETCH-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CHANNEL-SCREEN
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
      * Validate the card and all three channels, then save.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-CARD-NUMBER
           IF ERR-FLG-ON
               PERFORM SEND-CHANNEL-SCREEN
           END-IF
           PERFORM VALIDATE-CHANNELS
           IF ERR-FLG-ON
               PERFORM SEND-CHANNEL-SCREEN
           END-IF

           PERFORM SET-CHANNEL-CONTROLS
           IF ERR-FLG-ON
               PERFORM SEND-CHANNEL-SCREEN
           END-IF

           PERFORM SHOW-CHANNEL-RECORD
           MOVE DFHGREEN TO ERRMSGC OF COCHN0AO
           MOVE 'Channel controls saved...' TO WS-MESSAGE
           PERFORM SEND-CHANNEL-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-REMOVE-KEY
      *----------------------------------------------------------------*
      * PF5: removes the card's controls entirely -- back to the
      * default (every channel allowed).
       PROCESS-REMOVE-KEY.
           PERFORM VALIDATE-CARD-NUMBER
           IF ERR-FLG-ON
               PERFORM SEND-CHANNEL-SCREEN
           END-IF

           MOVE WS-CARD-NUM-X TO CHN-CARD-NUM
           EXEC CICS DELETE
                DATASET   (WS-CARDCHNL-FILE)
                RIDFLD    (CHN-CARD-NUM)
                KEYLENGTH (LENGTH OF CHN-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN TO ERRMSGC OF COCHN0AO
                   MOVE 'Channel controls removed...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No channel controls on file for card...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CARDNUML OF COCHN0AI
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to remove channel controls...' TO
                                   WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-CHANNEL-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-FETCH-KEY
      *----------------------------------------------------------------*
      * PF6: fetch the card's controls on file for editing.
       PROCESS-FETCH-KEY.
           PERFORM VALIDATE-CARD-NUMBER
           IF ERR-FLG-ON
               PERFORM SEND-CHANNEL-SCREEN
           END-IF

           MOVE WS-CARD-NUM-X TO CHN-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDCHNL-FILE)
                INTO      (CARD-CHNL-CTRL-RECORD)
                LENGTH    (LENGTH OF CARD-CHNL-CTRL-RECORD)
                RIDFLD    (CHN-CARD-NUM)
                KEYLENGTH (LENGTH OF CHN-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-CHANNEL-RECORD
                   MOVE DFHGREEN TO ERRMSGC OF COCHN0AO
                   MOVE 'Channel controls fetched...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'No channel controls on file - all open...'
                        TO WS-MESSAGE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read channel controls...' TO
                                   WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-CHANNEL-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-CARD-NUMBER
      *----------------------------------------------------------------*
      * The card must be numeric and on the card master.
       VALIDATE-CARD-NUMBER.
           IF CARDNUMI OF COCHN0AI = SPACES OR LOW-VALUES
              OR CARDNUMI OF COCHN0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card Number must be Numeric...' TO WS-MESSAGE
               MOVE -1       TO CARDNUML OF COCHN0AI
           ELSE
               MOVE CARDNUMI OF COCHN0AI TO WS-CARD-NUM-X
               MOVE WS-CARD-NUM-X        TO CARD-NUM
               EXEC CICS READ
                    DATASET   (WS-CARDDAT-FILE)
                    INTO      (CARD-RECORD)
                    LENGTH    (LENGTH OF CARD-RECORD)
                    RIDFLD    (CARD-NUM)
                    KEYLENGTH (LENGTH OF CARD-NUM)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card not found on card master...'
                        TO WS-MESSAGE
                   MOVE -1      TO CARDNUML OF COCHN0AI
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CHANNELS
      *----------------------------------------------------------------*
      * Edits each channel's keyed controls in turn, leaving the
      * cursor on the first field in error.
       VALIDATE-CHANNELS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR       TO WS-TODAY-YYYY
           MOVE WS-CURDATE-MONTH      TO WS-TODAY-MM
           MOVE WS-CURDATE-DAY        TO WS-TODAY-DD

      * E-commerce
           MOVE 1                     TO WS-CHN-IDX
           MOVE ECSTDI OF COCHN0AI    TO WS-CHN-IN-STD
           MOVE ECTMPI OF COCHN0AI    TO WS-CHN-IN-TMP
           MOVE ECENDI OF COCHN0AI    TO WS-CHN-IN-END
           PERFORM VALIDATE-CHANNEL
           IF ERR-FLG-ON
               EVALUATE WS-CHN-ERR-FLD
                   WHEN 'S'
                       MOVE -1 TO ECSTDL OF COCHN0AI
                   WHEN 'T'
                       MOVE -1 TO ECTMPL OF COCHN0AI
                   WHEN OTHER
                       MOVE -1 TO ECENDL OF COCHN0AI
               END-EVALUATE
               PERFORM SEND-CHANNEL-SCREEN
           END-IF

      * International
           MOVE 2                     TO WS-CHN-IDX
           MOVE INSTDI OF COCHN0AI    TO WS-CHN-IN-STD
           MOVE INTMPI OF COCHN0AI    TO WS-CHN-IN-TMP
           MOVE INENDI OF COCHN0AI    TO WS-CHN-IN-END
           PERFORM VALIDATE-CHANNEL
           IF ERR-FLG-ON
               EVALUATE WS-CHN-ERR-FLD
                   WHEN 'S'
                       MOVE -1 TO INSTDL OF COCHN0AI
                   WHEN 'T'
                       MOVE -1 TO INTMPL OF COCHN0AI
                   WHEN OTHER
                       MOVE -1 TO INENDL OF COCHN0AI
               END-EVALUATE
               PERFORM SEND-CHANNEL-SCREEN
           END-IF

      * Cash
           MOVE 3                     TO WS-CHN-IDX
           MOVE CSSTDI OF COCHN0AI    TO WS-CHN-IN-STD
           MOVE CSTMPI OF COCHN0AI    TO WS-CHN-IN-TMP
           MOVE CSENDI OF COCHN0AI    TO WS-CHN-IN-END
           PERFORM VALIDATE-CHANNEL
           IF ERR-FLG-ON
               EVALUATE WS-CHN-ERR-FLD
                   WHEN 'S'
                       MOVE -1 TO CSSTDL OF COCHN0AI
                   WHEN 'T'
                       MOVE -1 TO CSTMPL OF COCHN0AI
                   WHEN OTHER
                       MOVE -1 TO CSENDL OF COCHN0AI
               END-EVALUATE
               PERFORM SEND-CHANNEL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CHANNEL
      *----------------------------------------------------------------*
      * One channel: standing control A or B (blank allows); a
      * temporary control A or B needs a valid end date no
      * earlier than today, and an end date needs a temporary
      * control. The edited values land in WS-CHN-EDITED.
       VALIDATE-CHANNEL.
           IF WS-CHN-IN-STD = LOW-VALUES
               MOVE SPACE  TO WS-CHN-IN-STD
           END-IF
           IF WS-CHN-IN-TMP = LOW-VALUES
               MOVE SPACE  TO WS-CHN-IN-TMP
           END-IF
           IF WS-CHN-IN-END = LOW-VALUES
               MOVE SPACES TO WS-CHN-IN-END
           END-IF
           INSPECT WS-CHN-IN-STD CONVERTING 'ab' TO 'AB'
           INSPECT WS-CHN-IN-TMP CONVERTING 'ab' TO 'AB'

           IF WS-CHN-IN-STD = SPACE
               MOVE 'A' TO WS-CHN-IN-STD
           END-IF
           IF WS-CHN-IN-STD NOT = 'A' AND NOT = 'B'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'S'     TO WS-CHN-ERR-FLD
               MOVE 'Control must be A (allow) or B (block)...' TO
                               WS-MESSAGE
           END-IF

           IF ERR-FLG-OFF
              AND WS-CHN-IN-TMP NOT = SPACE
              AND WS-CHN-IN-TMP NOT = 'A' AND NOT = 'B'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'T'     TO WS-CHN-ERR-FLD
               MOVE 'Temporary control must be A, B or blank...' TO
                               WS-MESSAGE
           END-IF

           IF ERR-FLG-OFF
              AND WS-CHN-IN-TMP = SPACE
              AND WS-CHN-IN-END NOT = SPACES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'T'     TO WS-CHN-ERR-FLD
               MOVE 'An end date needs a temporary control...' TO
                               WS-MESSAGE
           END-IF

           IF ERR-FLG-OFF
              AND WS-CHN-IN-TMP NOT = SPACE
               MOVE WS-CHN-IN-END         TO CSUTLDTC-DATE
               MOVE WS-DATE-FORMAT        TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES                TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               IF WS-CHN-IN-END = SPACES
                  OR (CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                  AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513')
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'E'     TO WS-CHN-ERR-FLD
                   MOVE 'End date must be a valid YYYY-MM-DD...'
                     TO WS-MESSAGE
               ELSE
                   IF WS-CHN-IN-END < WS-TODAY-X10
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'E'     TO WS-CHN-ERR-FLD
                       MOVE 'End date cannot be in the past...'
                         TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF

           MOVE WS-CHN-IN-STD TO WS-CHN-ED-STD (WS-CHN-IDX)
           MOVE WS-CHN-IN-TMP TO WS-CHN-ED-TMP (WS-CHN-IDX)
           MOVE WS-CHN-IN-END TO WS-CHN-ED-END (WS-CHN-IDX).

      *----------------------------------------------------------------*
      *                    SET-CHANNEL-CONTROLS
      *----------------------------------------------------------------*
      * Adds the card's record, or updates the one already on
      * file, stamping the setting user and timestamp.
       SET-CHANNEL-CONTROLS.
           MOVE 'N' TO WS-CTRL-FOUND-FLG
           MOVE WS-CARD-NUM-X TO CHN-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDCHNL-FILE)
                INTO      (CARD-CHNL-CTRL-RECORD)
                LENGTH    (LENGTH OF CARD-CHNL-CTRL-RECORD)
                RIDFLD    (CHN-CARD-NUM)
                KEYLENGTH (LENGTH OF CHN-CARD-NUM)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CTRL-FOUND-FLG
               WHEN DFHRESP(NOTFND)
                   INITIALIZE CARD-CHNL-CTRL-RECORD
                   MOVE WS-CARD-NUM-X TO CHN-CARD-NUM
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read channel controls...' TO
                                   WS-MESSAGE
                   PERFORM SEND-CHANNEL-SCREEN
           END-EVALUATE

           MOVE WS-CHN-EDITED (1) TO CHN-CHANNEL-CTRL (1)
           MOVE WS-CHN-EDITED (2) TO CHN-CHANNEL-CTRL (2)
           MOVE WS-CHN-EDITED (3) TO CHN-CHANNEL-CTRL (3)
           MOVE CDEMO-USER-ID       TO CHN-SET-BY-USR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHN-SET-TS

           IF WS-CTRL-FOUND-FLG = 'Y'
               EXEC CICS REWRITE
                    DATASET   (WS-CARDCHNL-FILE)
                    FROM      (CARD-CHNL-CTRL-RECORD)
                    LENGTH    (LENGTH OF CARD-CHNL-CTRL-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    DATASET   (WS-CARDCHNL-FILE)
                    FROM      (CARD-CHNL-CTRL-RECORD)
                    LENGTH    (LENGTH OF CARD-CHNL-CTRL-RECORD)
                    RIDFLD    (CHN-CARD-NUM)
                    KEYLENGTH (LENGTH OF CHN-CARD-NUM)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save channel controls...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                     SHOW-CHANNEL-RECORD
      *----------------------------------------------------------------*
      * Puts the record's controls and its last setter on screen.
       SHOW-CHANNEL-RECORD.
           MOVE CHN-STD-FLAG (1)     TO ECSTDI OF COCHN0AI
           MOVE CHN-TMP-FLAG (1)     TO ECTMPI OF COCHN0AI
           MOVE CHN-TMP-END-DATE (1) TO ECENDI OF COCHN0AI
           MOVE CHN-STD-FLAG (2)     TO INSTDI OF COCHN0AI
           MOVE CHN-TMP-FLAG (2)     TO INTMPI OF COCHN0AI
           MOVE CHN-TMP-END-DATE (2) TO INENDI OF COCHN0AI
           MOVE CHN-STD-FLAG (3)     TO CSSTDI OF COCHN0AI
           MOVE CHN-TMP-FLAG (3)     TO CSTMPI OF COCHN0AI
           MOVE CHN-TMP-END-DATE (3) TO CSENDI OF COCHN0AI
           MOVE CHN-SET-BY-USR-ID    TO SETBYI OF COCHN0AI
           MOVE CHN-SET-TS           TO SETTSI OF COCHN0AI.

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
      *                      SEND-CHANNEL-SCREEN
      *----------------------------------------------------------------*
       SEND-CHANNEL-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COCHN0AO

           EXEC CICS SEND
                     MAP('COCHN0A')
                     MAPSET('COCHN00')
                     FROM(COCHN0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CHANNEL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CHANNEL-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COCHN0A')
                     MAPSET('COCHN00')
                     INTO(COCHN0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COCHN0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COCHN0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COCHN0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COCHN0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COCHN0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COCHN0AO.

      *----------------------------------------------------------------*
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE -1              TO CARDNUML OF COCHN0AI
           MOVE SPACES          TO CARDNUMI OF COCHN0AI
                                   ECSTDI   OF COCHN0AI
                                   ECTMPI   OF COCHN0AI
                                   ECENDI   OF COCHN0AI
                                   INSTDI   OF COCHN0AI
                                   INTMPI   OF COCHN0AI
                                   INENDI   OF COCHN0AI
                                   CSSTDI   OF COCHN0AI
                                   CSTMPI   OF COCHN0AI
                                   CSENDI   OF COCHN0AI
                                   SETBYI   OF COCHN0AI
                                   SETTSI   OF COCHN0AI
                                   WS-MESSAGE
           PERFORM SEND-CHANNEL-SCREEN.
