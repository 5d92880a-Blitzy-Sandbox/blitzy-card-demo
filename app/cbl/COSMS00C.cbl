      ******************************************************************
      * Program     : COSMS00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Statement message maintenance screen
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
      * Program:     COSMS00C
      * Transaction: CSM0
      * BMS Map:     COSMS00 / COSMS0A
      * Function:    Statement message maintenance (admin). One
      *              STMTMSG record per message (CVSMS01Y.cpy):
      *              its description, status, priority, the dates
      *              it is live between, the targeting that picks
      *              the statements it goes on -- product, state,
      *              delinquency stage, FICO band, e-statement or
      *              paper, language; blank matches everyone --
      *              the print vendor insert it asks for, and two
      *              lines of statement text.
      *              Enter saves the keyed message (a message
      *              already on file is rewritten); PF5 deletes
      *              it; PF6 fetches it for editing. The next
      *              CBSTM03A run picks the change up; statements
      *              already printed are not touched.
      * Files:       STMTMSG (READ, WRITE, REWRITE, DELETE)
      * Navigation:  PF3 returns to the admin menu. PF4 clears
      *              the form. PF5 deletes. PF6 fetches.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSMS00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSMS00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSM0'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-STMTMSG-FILE            PIC X(08) VALUE 'STMTMSG '.
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
         05 WS-DATE-FORMAT             PIC X(10) VALUE 'YYYY-MM-DD'.
      * Priority and FICO band as keyed, blank FICO read as zero
         05 WS-PRIORITY-N              PIC 9(03) VALUE ZEROS.
         05 WS-FICO-LOW-N              PIC 9(03) VALUE ZEROS.
         05 WS-FICO-HIGH-N             PIC 9(03) VALUE ZEROS.
      * Language targeted, blank for every language
         05 WS-LANG-CD                 PIC X(02) VALUE SPACES.
           88 WS-LANG-VALID                VALUE 'EN' 'ES' 'FR'
                                                 'PT' 'ZH' 'VI'
                                                 SPACES.

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

      * BMS symbolic map for the message screen (COSMS0A)
       COPY COSMS00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * Statement message record (STMT-MSG-RECORD)
       COPY CVSMS01Y.

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
      * Main entry point. AID dispatch: Enter=save message,
      * PF3=back, PF4=clear, PF5=delete message, PF6=fetch.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COSMS0AO

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
                   MOVE LOW-VALUES          TO COSMS0AO
                   MOVE -1       TO MSGIDL OF COSMS0AI
                   PERFORM SEND-SMS-SCREEN
               ELSE
                   PERFORM RECEIVE-SMS-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-DELETE-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-FETCH-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-SMS-SCREEN
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
      * Save the keyed message (write, rewrite on duplicate).
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-MSG-KEY
           IF ERR-FLG-ON
               PERFORM SEND-SMS-SCREEN
           END-IF
           PERFORM VALIDATE-MSG-FIELDS
           PERFORM VALIDATE-MSG-TARGETING

           INITIALIZE STMT-MSG-RECORD
           MOVE MSGIDI OF COSMS0AI TO SMS-MSG-ID
           PERFORM BUILD-MSG-RECORD

           EXEC CICS WRITE
                DATASET   (WS-STMTMSG-FILE)
                FROM      (STMT-MSG-RECORD)
                LENGTH    (LENGTH OF STMT-MSG-RECORD)
                RIDFLD    (SMS-MSG-ID)
                KEYLENGTH (LENGTH OF SMS-MSG-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(DUPREC)
               EXEC CICS READ
                    DATASET   (WS-STMTMSG-FILE)
                    INTO      (STMT-MSG-RECORD)
                    LENGTH    (LENGTH OF STMT-MSG-RECORD)
                    RIDFLD    (SMS-MSG-ID)
                    KEYLENGTH (LENGTH OF SMS-MSG-ID)
                    UPDATE
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               PERFORM BUILD-MSG-RECORD
               EXEC CICS REWRITE
                    DATASET   (WS-STMTMSG-FILE)
                    FROM      (STMT-MSG-RECORD)
                    LENGTH    (LENGTH OF STMT-MSG-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save statement message...' TO WS-MESSAGE
               PERFORM SEND-SMS-SCREEN
           END-IF

           MOVE DFHGREEN TO ERRMSGC OF COSMS0AO
           MOVE 'Statement message saved...' TO WS-MESSAGE
           PERFORM SEND-SMS-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-DELETE-KEY
      *----------------------------------------------------------------*
      * PF5: delete the keyed message.
       PROCESS-DELETE-KEY.
           PERFORM VALIDATE-MSG-KEY
           IF ERR-FLG-ON
               PERFORM SEND-SMS-SCREEN
           END-IF

           MOVE MSGIDI OF COSMS0AI TO SMS-MSG-ID
           EXEC CICS DELETE
                DATASET   (WS-STMTMSG-FILE)
                RIDFLD    (SMS-MSG-ID)
                KEYLENGTH (LENGTH OF SMS-MSG-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE DFHGREEN TO ERRMSGC OF COSMS0AO
                   MOVE 'Statement message deleted...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No message on file for that ID...'
                        TO WS-MESSAGE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to delete statement message...'
                        TO WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-SMS-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-FETCH-KEY
      *----------------------------------------------------------------*
      * PF6: fetch the keyed message for editing.
       PROCESS-FETCH-KEY.
           PERFORM VALIDATE-MSG-KEY
           IF ERR-FLG-ON
               PERFORM SEND-SMS-SCREEN
           END-IF

           MOVE MSGIDI OF COSMS0AI TO SMS-MSG-ID
           EXEC CICS READ
                DATASET   (WS-STMTMSG-FILE)
                INTO      (STMT-MSG-RECORD)
                LENGTH    (LENGTH OF STMT-MSG-RECORD)
                RIDFLD    (SMS-MSG-ID)
                KEYLENGTH (LENGTH OF SMS-MSG-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-MSG-RECORD
                   MOVE DFHGREEN TO ERRMSGC OF COSMS0AO
                   MOVE 'Statement message fetched...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No message on file for that ID...'
                        TO WS-MESSAGE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read statement message...'
                        TO WS-MESSAGE
           END-EVALUATE
           PERFORM SEND-SMS-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-MSG-KEY
      *----------------------------------------------------------------*
       VALIDATE-MSG-KEY.
           IF MSGIDI OF COSMS0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Message ID must be entered...' TO WS-MESSAGE
               MOVE -1      TO MSGIDL OF COSMS0AI
           END-IF.

      *----------------------------------------------------------------*
      *                     VALIDATE-MSG-FIELDS
      *----------------------------------------------------------------*
      * Status, priority, the live dates and the text. The first
      * error found is sent back with the cursor on its field.
       VALIDATE-MSG-FIELDS.
           IF DESCI OF COSMS0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Description must be entered...' TO WS-MESSAGE
               MOVE -1      TO DESCL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF
           IF STATUSI OF COSMS0AI NOT = 'A'
              AND STATUSI OF COSMS0AI NOT = 'I'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Status must be A (active) or I (inactive)...'
                 TO WS-MESSAGE
               MOVE -1      TO STATUSL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF
           IF PRIORI OF COSMS0AI = SPACES OR LOW-VALUES
              OR PRIORI OF COSMS0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Priority must be Numeric, 001 prints first...'
                 TO WS-MESSAGE
               MOVE -1      TO PRIORL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF
           COMPUTE WS-PRIORITY-N = FUNCTION NUMVAL(PRIORI OF COSMS0AI)

           MOVE EFFDTI OF COSMS0AI    TO CSUTLDTC-DATE
           MOVE WS-DATE-FORMAT        TO CSUTLDTC-DATE-FORMAT
           MOVE SPACES                TO CSUTLDTC-RESULT
           CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                   CSUTLDTC-DATE-FORMAT
                                   CSUTLDTC-RESULT
           IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
              AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Effective date must be a valid YYYY-MM-DD...'
                 TO WS-MESSAGE
               MOVE -1      TO EFFDTL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF

           IF EXPDTI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE EXPDTI OF COSMS0AI    TO CSUTLDTC-DATE
               MOVE WS-DATE-FORMAT        TO CSUTLDTC-DATE-FORMAT
               MOVE SPACES                TO CSUTLDTC-RESULT
               CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                       CSUTLDTC-DATE-FORMAT
                                       CSUTLDTC-RESULT
               IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
                  AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Expiry date must be a valid YYYY-MM-DD...'
                     TO WS-MESSAGE
                   MOVE -1      TO EXPDTL OF COSMS0AI
                   PERFORM SEND-SMS-SCREEN
               END-IF
               IF EXPDTI OF COSMS0AI(1:10) < EFFDTI OF COSMS0AI(1:10)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Expiry date cannot be before effective...'
                     TO WS-MESSAGE
                   MOVE -1      TO EXPDTL OF COSMS0AI
                   PERFORM SEND-SMS-SCREEN
               END-IF
           END-IF

           IF TEXT1I OF COSMS0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'First line of message text must be entered...'
                 TO WS-MESSAGE
               MOVE -1      TO TEXT1L OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-MSG-TARGETING
      *----------------------------------------------------------------*
      * The targeting fields; each may be left blank to match
      * every statement.
       VALIDATE-MSG-TARGETING.
           IF DLQI OF COSMS0AI NOT = SPACES AND LOW-VALUES
              AND DLQI OF COSMS0AI NOT = 'C'
              AND DLQI OF COSMS0AI NOT = 'D'
              AND (DLQI OF COSMS0AI(1:1) < '1'
                   OR DLQI OF COSMS0AI(1:1) > '4')
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Delinquency must be C, D, 1-4 or blank...'
                 TO WS-MESSAGE
               MOVE -1      TO DLQL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF

           MOVE ZEROS TO WS-FICO-LOW-N
                         WS-FICO-HIGH-N
           IF FICOLOI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               IF FICOLOI OF COSMS0AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'FICO low score must be Numeric...'
                     TO WS-MESSAGE
                   MOVE -1      TO FICOLOL OF COSMS0AI
                   PERFORM SEND-SMS-SCREEN
               END-IF
               COMPUTE WS-FICO-LOW-N =
                   FUNCTION NUMVAL(FICOLOI OF COSMS0AI)
           END-IF
           IF FICOHII OF COSMS0AI NOT = SPACES AND LOW-VALUES
               IF FICOHII OF COSMS0AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'FICO high score must be Numeric...'
                     TO WS-MESSAGE
                   MOVE -1      TO FICOHIL OF COSMS0AI
                   PERFORM SEND-SMS-SCREEN
               END-IF
               COMPUTE WS-FICO-HIGH-N =
                   FUNCTION NUMVAL(FICOHII OF COSMS0AI)
           END-IF
           IF WS-FICO-LOW-N > 0 AND WS-FICO-HIGH-N = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Enter the FICO high score of the band...'
                 TO WS-MESSAGE
               MOVE -1      TO FICOHIL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF
           IF WS-FICO-LOW-N > WS-FICO-HIGH-N
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'FICO low score cannot exceed the high score...'
                 TO WS-MESSAGE
               MOVE -1      TO FICOLOL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF

           IF DELIVI OF COSMS0AI NOT = SPACES AND LOW-VALUES
              AND DELIVI OF COSMS0AI NOT = 'E'
              AND DELIVI OF COSMS0AI NOT = 'P'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Delivery must be E (e-statement), P or blank...'
                 TO WS-MESSAGE
               MOVE -1      TO DELIVL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF

           MOVE SPACES TO WS-LANG-CD
           IF LANGI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE LANGI OF COSMS0AI TO WS-LANG-CD
           END-IF
           IF NOT WS-LANG-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Language must be EN, ES, FR, PT, ZH, VI or blank'
                 TO WS-MESSAGE
               MOVE -1      TO LANGL OF COSMS0AI
               PERFORM SEND-SMS-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                       BUILD-MSG-RECORD
      *----------------------------------------------------------------*
      * Moves the validated screen fields to the record; blank
      * targeting fields are stored as spaces.
       BUILD-MSG-RECORD.
           MOVE DESCI   OF COSMS0AI      TO SMS-DESC
           MOVE STATUSI OF COSMS0AI      TO SMS-STATUS
           MOVE WS-PRIORITY-N            TO SMS-PRIORITY
           MOVE EFFDTI  OF COSMS0AI      TO SMS-EFF-DATE
           MOVE SPACES                   TO SMS-EXP-DATE
                                            SMS-TGT-GROUP-ID
                                            SMS-TGT-STATE-CD
                                            SMS-TGT-DELINQ
                                            SMS-TGT-DELIVERY
                                            SMS-INSERT-CD
                                            SMS-TEXT-LINE(2)
           IF EXPDTI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE EXPDTI OF COSMS0AI   TO SMS-EXP-DATE
           END-IF
           IF GROUPI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE GROUPI OF COSMS0AI   TO SMS-TGT-GROUP-ID
           END-IF
           IF STATEI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE STATEI OF COSMS0AI   TO SMS-TGT-STATE-CD
           END-IF
           IF DLQI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE DLQI OF COSMS0AI     TO SMS-TGT-DELINQ
           END-IF
           MOVE WS-FICO-LOW-N            TO SMS-TGT-FICO-LOW
           MOVE WS-FICO-HIGH-N           TO SMS-TGT-FICO-HIGH
           IF DELIVI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE DELIVI OF COSMS0AI   TO SMS-TGT-DELIVERY
           END-IF
           MOVE WS-LANG-CD               TO SMS-TGT-LANG-CD
           IF INSERTI OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE INSERTI OF COSMS0AI  TO SMS-INSERT-CD
           END-IF
           MOVE TEXT1I OF COSMS0AI       TO SMS-TEXT-LINE(1)
           IF TEXT2I OF COSMS0AI NOT = SPACES AND LOW-VALUES
               MOVE TEXT2I OF COSMS0AI   TO SMS-TEXT-LINE(2)
           END-IF.

      *----------------------------------------------------------------*
      *                        SHOW-MSG-RECORD
      *----------------------------------------------------------------*
      * Puts the fetched message on the screen for editing; a
      * zero FICO band shows blank.
       SHOW-MSG-RECORD.
           MOVE SMS-DESC                 TO DESCI    OF COSMS0AI
           MOVE SMS-STATUS               TO STATUSI  OF COSMS0AI
           MOVE SMS-PRIORITY             TO PRIORI   OF COSMS0AI
           MOVE SMS-EFF-DATE             TO EFFDTI   OF COSMS0AI
           MOVE SMS-EXP-DATE             TO EXPDTI   OF COSMS0AI
           MOVE SMS-TGT-GROUP-ID         TO GROUPI   OF COSMS0AI
           MOVE SMS-TGT-STATE-CD         TO STATEI   OF COSMS0AI
           MOVE SMS-TGT-DELINQ           TO DLQI     OF COSMS0AI
           IF SMS-TGT-FICO-HIGH = 0
               MOVE SPACES               TO FICOLOI  OF COSMS0AI
                                            FICOHII  OF COSMS0AI
           ELSE
               MOVE SMS-TGT-FICO-LOW     TO FICOLOI  OF COSMS0AI
               MOVE SMS-TGT-FICO-HIGH    TO FICOHII  OF COSMS0AI
           END-IF
           MOVE SMS-TGT-DELIVERY         TO DELIVI   OF COSMS0AI
           MOVE SMS-TGT-LANG-CD          TO LANGI    OF COSMS0AI
           MOVE SMS-INSERT-CD            TO INSERTI  OF COSMS0AI
           MOVE SMS-TEXT-LINE(1)         TO TEXT1I   OF COSMS0AI
           MOVE SMS-TEXT-LINE(2)         TO TEXT2I   OF COSMS0AI.

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
      *                      SEND-SMS-SCREEN
      *----------------------------------------------------------------*
       SEND-SMS-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COSMS0AO

           EXEC CICS SEND
                     MAP('COSMS0A')
                     MAPSET('COSMS00')
                     FROM(COSMS0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-SMS-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-SMS-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COSMS0A')
                     MAPSET('COSMS00')
                     INTO(COSMS0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COSMS0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COSMS0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COSMS0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COSMS0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COSMS0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COSMS0AO.

      *----------------------------------------------------------------*
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE -1              TO MSGIDL  OF COSMS0AI
           MOVE SPACES          TO MSGIDI  OF COSMS0AI
                                   DESCI   OF COSMS0AI
                                   STATUSI OF COSMS0AI
                                   PRIORI  OF COSMS0AI
                                   EFFDTI  OF COSMS0AI
                                   EXPDTI  OF COSMS0AI
                                   GROUPI  OF COSMS0AI
                                   STATEI  OF COSMS0AI
                                   DLQI    OF COSMS0AI
                                   FICOLOI OF COSMS0AI
                                   FICOHII OF COSMS0AI
                                   DELIVI  OF COSMS0AI
                                   LANGI   OF COSMS0AI
                                   INSERTI OF COSMS0AI
                                   TEXT1I  OF COSMS0AI
                                   TEXT2I  OF COSMS0AI
                                   WS-MESSAGE
           PERFORM SEND-SMS-SCREEN.
