      ******************************************************************
      * Program     : COBDS00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Credit bureau dispute review and answer
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
      * Program:     COBDS00C
      * Transaction: CBDS
      * BMS Map:     COBDS00 / COBDS0A
      * Function:    Bureau dispute screen. CBBDS01C loads each
      *              dispute a credit bureau forwards onto the
      *              BDSPUTE work queue (CVBDS01Y.cpy); analysts
      *              answer them here before the 30-day deadline:
      *                Enter - shows the account's oldest open
      *                        dispute (or the sequence keyed):
      *                        the consumer's claim, the days
      *                        left, and what the bureau has from
      *                        us beside what ACCTDAT and CUSTDAT
      *                        hold today. The current account
      *                        status is derived the way CBCBR01C
      *                        derives it; SSNs show last four
      *                        only (CSMASKPY).
      *                PF5   - verify: the tradeline is right.
      *                PF6   - modify: the tradeline is wrong;
      *                        the corrected account status,
      *                        special comment and/or amount past
      *                        due go back to the bureau and into
      *                        the next CBCBR01C extract.
      *                PF7   - delete: the tradeline should not
      *                        be reported at all.
      *              An answer may be changed until CBBDS02C
      *              sends it. PF5-PF7 need the confirm Y. Each
      *              writes a 'b' AUDITLOG record.
      * Files:       ACCTDAT  (READ)
      *              CXACAIX  (READ - account to customer)
      *              CUSTDAT  (READ)
      *              BDSPUTE  (STARTBR, READNEXT, ENDBR, READ,
      *                        READ UPDATE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the main menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDS00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COBDS00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CBDS'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-BDSPUTE-FILE            PIC X(08) VALUE 'BDSPUTE '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-BROWSE-END-FLG          PIC X(01) VALUE 'N'.
           88 BROWSE-DONE                        VALUE 'Y'.
           88 BROWSE-MORE                        VALUE 'N'.
         05 WS-BDS-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 BDS-ROW-FOUND                      VALUE 'Y'.
           88 BDS-ROW-NOT-FOUND                  VALUE 'N'.
         05 WS-CUST-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 CUST-ROW-FOUND                     VALUE 'Y'.
           88 CUST-ROW-NOT-FOUND                 VALUE 'N'.
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
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-ACCT-ID-X               PIC X(11) VALUE SPACES.
         05 WS-SEQ-N                   PIC 9(03) VALUE ZEROS.
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-AMT-E                   PIC +9999999999.99.
      * The answer being given: V verify, M modify, D delete
      * (the BDS-RESPONSE-CD values)
         05 WS-RESPONSE-CD             PIC X(01) VALUE SPACE.
      * Amount past due keyed on a modification
         05 WS-CORR-PDUE-N             PIC S9(10)V99 VALUE ZERO.
      * Days left to the bureau's deadline: today and the due
      * date as YYYYMMDD, negative once it has passed
         05 WS-TODAY-N                 PIC 9(08) VALUE ZEROS.
         05 WS-DUE-N                   PIC 9(08) VALUE ZEROS.
         05 WS-DAYS-LEFT               PIC S9(05) COMP VALUE ZERO.
         05 WS-DAYS-E                  PIC -(04)9.
      * The Metro 2-style account status CBCBR01C would report
      * for the account today
         05 WS-CUR-ACCT-STATUS         PIC X(02) VALUE SPACES.
         05 WS-CUR-SPECIAL-COMMENT     PIC X(02) VALUE SPACES.
         05 WS-CUR-AMT-PAST-DUE        PIC S9(10)V99 VALUE ZERO.
         05 WS-NAME-X                  PIC X(40) VALUE SPACES.
      * SSN/government-ID masking buffers, paired with the
      * CSMASKPY procedure division copybook below.
      * See app/cpy/CSMASKWY.cpy
         05 CSMASK-WORK-AREA.
       COPY CSMASKWY.

       01 WS-BDS-BROWSE-KEY.
         05 WS-BDS-BROWSE-ACCT         PIC 9(11) VALUE ZEROS.
         05 WS-BDS-BROWSE-SEQ          PIC 9(03) VALUE ZEROS.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the bureau dispute screen
       COPY COBDS00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 300-byte bureau dispute record (BUREAU-DISPUTE-RECORD)
       COPY CVBDS01Y.
      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 500-byte customer master record (CUSTOMER-RECORD)
       COPY CVCUS01Y.
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
      * Main entry point. AID dispatch: Enter=show dispute,
      * PF5=verify, PF6=modify, PF7=delete, PF3=back, PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COBDS0AO

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
                   MOVE LOW-VALUES          TO COBDS0AO
                   MOVE -1       TO ACCTIDL OF COBDS0AI
                   PERFORM SEND-BDS-SCREEN
               ELSE
                   PERFORM RECEIVE-BDS-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           MOVE 'V' TO WS-RESPONSE-CD
                           PERFORM PROCESS-ANSWER-KEY
                       WHEN DFHPF6
                           MOVE 'M' TO WS-RESPONSE-CD
                           PERFORM PROCESS-ANSWER-KEY
                       WHEN DFHPF7
                           MOVE 'D' TO WS-RESPONSE-CD
                           PERFORM PROCESS-ANSWER-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-BDS-SCREEN
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
      * Enter: show the dispute beside the account as it stands.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM READ-CUSTOMER-FILE
           IF SEQNOI OF COBDS0AI = SPACES OR LOW-VALUES
               PERFORM FIND-OLDEST-OPEN-DISPUTE
           ELSE
               PERFORM VALIDATE-SEQ-NO
               PERFORM READ-BDSPUTE-FILE
           END-IF
           PERFORM POPULATE-DISPUTE-FIELDS
           EVALUATE TRUE
               WHEN BDS-STATUS-OPEN AND WS-DAYS-LEFT < ZERO
                   MOVE 'Past the bureau deadline - answer now...'
                     TO WS-MESSAGE
               WHEN BDS-STATUS-OPEN
                   MOVE 'PF5 verify, PF6 modify, PF7 delete...'
                     TO WS-MESSAGE
               WHEN BDS-STATUS-RESPONDED
                   MOVE 'Answered - can be changed until it is sent...'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Answer has been sent to the bureau...'
                     TO WS-MESSAGE
           END-EVALUATE
           MOVE -1 TO ACCTIDL OF COBDS0AI
           PERFORM SEND-BDS-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-ANSWER-KEY
      *----------------------------------------------------------------*
      * PF5/PF6/PF7: record the analyst's answer on the dispute.
      * CBBDS02C sends it on the next response file.
       PROCESS-ANSWER-KEY.
           PERFORM VALIDATE-ACCT-ID
           IF SEQNOI OF COBDS0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Press Enter to bring up the dispute first...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COBDS0AI
               PERFORM SEND-BDS-SCREEN
           END-IF
           PERFORM VALIDATE-SEQ-NO
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-ACCOUNT-FILE
           PERFORM READ-CUSTOMER-FILE
           IF WS-RESPONSE-CD = 'M'
               PERFORM VALIDATE-CORRECTIONS
           END-IF

           PERFORM READ-BDSPUTE-UPDATE
           IF NOT BDS-IN-DISPUTE
               PERFORM UNLOCK-BDSPUTE-FILE
               PERFORM POPULATE-DISPUTE-FIELDS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Answer has already been sent to the bureau...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COBDS0AI
               PERFORM SEND-BDS-SCREEN
           END-IF

           SET BDS-STATUS-RESPONDED   TO TRUE
           MOVE WS-RESPONSE-CD        TO BDS-RESPONSE-CD
           MOVE WS-TODAY-X            TO BDS-RESPONSE-DATE
           MOVE CDEMO-USER-ID         TO BDS-ANALYST-USR-ID
           MOVE SPACES                TO BDS-CORR-ACCT-STATUS
                                         BDS-CORR-SPECIAL-COMMENT
                                         BDS-CORR-PDUE-SET
           MOVE ZERO                  TO BDS-CORR-AMT-PAST-DUE
           IF BDS-RESPONSE-MODIFIED
               IF CORRSTSI OF COBDS0AI NOT = SPACES AND LOW-VALUES
                   MOVE CORRSTSI OF COBDS0AI TO BDS-CORR-ACCT-STATUS
               END-IF
               IF CORRCMTI OF COBDS0AI NOT = SPACES AND LOW-VALUES
                   MOVE CORRCMTI OF COBDS0AI TO BDS-CORR-SPECIAL-COMMENT
               END-IF
               IF CORRPDUI OF COBDS0AI NOT = SPACES AND LOW-VALUES
                   MOVE WS-CORR-PDUE-N    TO BDS-CORR-AMT-PAST-DUE
                   SET BDS-CORR-PDUE-IS-SET TO TRUE
               END-IF
           END-IF
           PERFORM REWRITE-BDSPUTE-FILE

           EVALUATE TRUE
               WHEN BDS-RESPONSE-VERIFIED
                   MOVE 'VERIFIED' TO WS-AUD-VERB
               WHEN BDS-RESPONSE-MODIFIED
                   MOVE 'MODIFIED' TO WS-AUD-VERB
               WHEN OTHER
                   MOVE 'DELETED'  TO WS-AUD-VERB
           END-EVALUATE
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-DISPUTE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COBDS0AO
           MOVE 'Answer recorded - goes to the bureau next run...'
             TO WS-MESSAGE
           PERFORM SEND-BDS-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
      * Also sets today's date.
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF COBDS0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF COBDS0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COBDS0AI
               PERFORM SEND-BDS-SCREEN
           END-IF
           MOVE ACCTIDI OF COBDS0AI TO WS-ACCT-ID-N
           MOVE WS-ACCT-ID-N        TO WS-ACCT-ID-X
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO WS-TODAY-N
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING.

      *----------------------------------------------------------------*
      *                      VALIDATE-SEQ-NO
      *----------------------------------------------------------------*
       VALIDATE-SEQ-NO.
           IF SEQNOI OF COBDS0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Dispute sequence must be a 3 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO SEQNOL OF COBDS0AI
               PERFORM SEND-BDS-SCREEN
           END-IF
           MOVE SEQNOI OF COBDS0AI TO WS-SEQ-N.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF COBDS0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the dispute, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COBDS0AI
                   PERFORM SEND-BDS-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    VALIDATE-CORRECTIONS
      *----------------------------------------------------------------*
      * A modification names at least one correction. The
      * account status must be one CBCBR01C reports; the amount
      * past due is keyed 99999999.99.
       VALIDATE-CORRECTIONS.
           IF (CORRSTSI OF COBDS0AI = SPACES OR LOW-VALUES)
              AND (CORRCMTI OF COBDS0AI = SPACES OR LOW-VALUES)
              AND (CORRPDUI OF COBDS0AI = SPACES OR LOW-VALUES)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the corrected status, comment or past due...'
                 TO WS-MESSAGE
               MOVE -1       TO CORRSTSL OF COBDS0AI
               PERFORM SEND-BDS-SCREEN
           END-IF
           IF CORRSTSI OF COBDS0AI NOT = SPACES AND LOW-VALUES
               EVALUATE CORRSTSI OF COBDS0AI
                   WHEN '11'
                   WHEN '13'
                   WHEN '64'
                   WHEN '71'
                   WHEN '78'
                   WHEN '80'
                   WHEN '82'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Status must be 11 13 64 71 78 80 or 82...'
                         TO WS-MESSAGE
                       MOVE -1       TO CORRSTSL OF COBDS0AI
                       PERFORM SEND-BDS-SCREEN
               END-EVALUATE
           END-IF
           IF CORRPDUI OF COBDS0AI NOT = SPACES AND LOW-VALUES
               EVALUATE TRUE
                   WHEN CORRPDUI OF COBDS0AI(1:8) NOT NUMERIC
                   WHEN CORRPDUI OF COBDS0AI(9:1) NOT = '.'
                   WHEN CORRPDUI OF COBDS0AI(10:2) IS NOT NUMERIC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Past due should be in format 99999999.99'
                                    TO WS-MESSAGE
                       MOVE -1      TO CORRPDUL OF COBDS0AI
                       PERFORM SEND-BDS-SCREEN
                   WHEN OTHER
                       COMPUTE WS-CORR-PDUE-N =
                           FUNCTION NUMVAL-C(CORRPDUI OF COBDS0AI)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-FILE
      *----------------------------------------------------------------*
       READ-ACCOUNT-FILE.
           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COBDS0AI
                   PERFORM SEND-BDS-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COBDS0AI
                   PERFORM SEND-BDS-SCREEN
           END-EVALUATE
           PERFORM DERIVE-CURRENT-STATUS.

      *----------------------------------------------------------------*
      *                    DERIVE-CURRENT-STATUS
      *----------------------------------------------------------------*
      * The account status, special comment and amount past due
      * CBCBR01C would report today, before any dispute answer.
       DERIVE-CURRENT-STATUS.
           MOVE SPACES TO WS-CUR-SPECIAL-COMMENT
           EVALUATE TRUE
               WHEN ACCT-CLOSE-RSN-SETTLED
                   IF ACCT-IS-CHARGED-OFF
                       MOVE '64' TO WS-CUR-ACCT-STATUS
                   ELSE
                       MOVE '13' TO WS-CUR-ACCT-STATUS
                   END-IF
                   MOVE 'AU' TO WS-CUR-SPECIAL-COMMENT
               WHEN ACCT-DELINQ-30
                   MOVE '71' TO WS-CUR-ACCT-STATUS
               WHEN ACCT-DELINQ-60
                   MOVE '78' TO WS-CUR-ACCT-STATUS
               WHEN ACCT-DELINQ-90
                   MOVE '80' TO WS-CUR-ACCT-STATUS
               WHEN ACCT-DELINQ-120-PLUS
                   MOVE '82' TO WS-CUR-ACCT-STATUS
               WHEN OTHER
                   MOVE '11' TO WS-CUR-ACCT-STATUS
           END-EVALUATE
           IF ACCT-PAST-DUE-AMT IS NUMERIC
               MOVE ACCT-PAST-DUE-AMT TO WS-CUR-AMT-PAST-DUE
           ELSE
               MOVE ZERO              TO WS-CUR-AMT-PAST-DUE
           END-IF.

      *----------------------------------------------------------------*
      *                     READ-CUSTOMER-FILE
      *----------------------------------------------------------------*
      * The account's customer through CXACAIX. A customer the
      * reads cannot find leaves the current identity blank.
       READ-CUSTOMER-FILE.
           SET CUST-ROW-NOT-FOUND TO TRUE
           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (WS-ACCT-ID-X)
                KEYLENGTH (LENGTH OF WS-ACCT-ID-X)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE XREF-CUST-ID TO CUST-ID
               EXEC CICS READ
                    DATASET   (WS-CUSTDAT-FILE)
                    INTO      (CUSTOMER-RECORD)
                    LENGTH    (LENGTH OF CUSTOMER-RECORD)
                    RIDFLD    (CUST-ID)
                    KEYLENGTH (LENGTH OF CUST-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   SET CUST-ROW-FOUND TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                  FIND-OLDEST-OPEN-DISPUTE
      *----------------------------------------------------------------*
      * Browses the account's disputes (oldest first) for the
      * first one still open.
       FIND-OLDEST-OPEN-DISPUTE.
           SET BDS-ROW-NOT-FOUND  TO TRUE
           SET BROWSE-MORE        TO TRUE
           MOVE WS-ACCT-ID-N TO WS-BDS-BROWSE-ACCT
           MOVE ZEROS        TO WS-BDS-BROWSE-SEQ
           MOVE WS-BDS-BROWSE-KEY TO BDS-KEY
           EXEC CICS STARTBR
                DATASET   (WS-BDSPUTE-FILE)
                RIDFLD    (BDS-KEY)
                KEYLENGTH (LENGTH OF BDS-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM FIND-OPEN-DISPUTE-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-BDSPUTE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF BDS-ROW-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No open dispute - key a sequence to see others'
                 TO WS-MESSAGE
               MOVE -1       TO SEQNOL OF COBDS0AI
               PERFORM SEND-BDS-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                   FIND-OPEN-DISPUTE-NEXT
      *----------------------------------------------------------------*
       FIND-OPEN-DISPUTE-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-BDSPUTE-FILE)
                INTO      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RIDFLD    (BDS-KEY)
                KEYLENGTH (LENGTH OF BDS-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND BDS-ACCT-ID = WS-ACCT-ID-N
               IF BDS-STATUS-OPEN
                   SET BDS-ROW-FOUND TO TRUE
                   SET BROWSE-DONE   TO TRUE
                   MOVE BDS-SEQ      TO WS-SEQ-N
               END-IF
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-BDSPUTE-FILE
      *----------------------------------------------------------------*
       READ-BDSPUTE-FILE.
           MOVE WS-ACCT-ID-N TO BDS-ACCT-ID
           MOVE WS-SEQ-N     TO BDS-SEQ
           EXEC CICS READ
                DATASET   (WS-BDSPUTE-FILE)
                INTO      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RIDFLD    (BDS-KEY)
                KEYLENGTH (LENGTH OF BDS-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-BDSPUTE-READ.

      *----------------------------------------------------------------*
      *                     READ-BDSPUTE-UPDATE
      *----------------------------------------------------------------*
       READ-BDSPUTE-UPDATE.
           MOVE WS-ACCT-ID-N TO BDS-ACCT-ID
           MOVE WS-SEQ-N     TO BDS-SEQ
           EXEC CICS READ
                DATASET   (WS-BDSPUTE-FILE)
                INTO      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RIDFLD    (BDS-KEY)
                KEYLENGTH (LENGTH OF BDS-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-BDSPUTE-READ.

      *----------------------------------------------------------------*
      *                     CHECK-BDSPUTE-READ
      *----------------------------------------------------------------*
       CHECK-BDSPUTE-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET BDS-ROW-FOUND     TO TRUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No dispute with that sequence on the account'
                     TO WS-MESSAGE
                   MOVE -1       TO SEQNOL OF COBDS0AI
                   PERFORM SEND-BDS-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup bureau dispute...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COBDS0AI
                   PERFORM SEND-BDS-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     UNLOCK-BDSPUTE-FILE
      *----------------------------------------------------------------*
       UNLOCK-BDSPUTE-FILE.
           EXEC CICS UNLOCK
                DATASET   (WS-BDSPUTE-FILE)
           END-EXEC.

      *----------------------------------------------------------------*
      *                    REWRITE-BDSPUTE-FILE
      *----------------------------------------------------------------*
       REWRITE-BDSPUTE-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-BDSPUTE-FILE)
                FROM      (BUREAU-DISPUTE-RECORD)
                LENGTH    (LENGTH OF BUREAU-DISPUTE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to record the dispute answer...' TO
                               WS-MESSAGE
               PERFORM SEND-BDS-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                   POPULATE-DISPUTE-FIELDS
      *----------------------------------------------------------------*
      * The dispute on the left, reported against current values
      * on the right.
       POPULATE-DISPUTE-FIELDS.
           MOVE BDS-SEQ               TO SEQNOO   OF COBDS0AO
           EVALUATE TRUE
               WHEN BDS-BUREAU-EQUIFAX
                   MOVE 'EQUIFAX'     TO BUREAUO  OF COBDS0AO
               WHEN BDS-BUREAU-EXPERIAN
                   MOVE 'EXPERIAN'    TO BUREAUO  OF COBDS0AO
               WHEN OTHER
                   MOVE 'TRANSUNION'  TO BUREAUO  OF COBDS0AO
           END-EVALUATE
           MOVE BDS-CONTROL-NO        TO CTLNOO   OF COBDS0AO
           EVALUATE TRUE
               WHEN BDS-STATUS-OPEN
                   MOVE 'OPEN'        TO DSPSTSO  OF COBDS0AO
               WHEN BDS-STATUS-RESPONDED
                   MOVE 'ANSWERED'    TO DSPSTSO  OF COBDS0AO
               WHEN OTHER
                   MOVE 'SENT'        TO DSPSTSO  OF COBDS0AO
           END-EVALUATE
           MOVE BDS-REASON-CD         TO RSNCDO   OF COBDS0AO
           MOVE BDS-CLAIM-TEXT        TO CLAIMO   OF COBDS0AO
           MOVE BDS-RECEIVED-DATE     TO RCVDTO   OF COBDS0AO
           MOVE BDS-DUE-DATE          TO DUEDTO   OF COBDS0AO
           MOVE BDS-DUE-DATE(1:4)     TO WS-DUE-N(1:4)
           MOVE BDS-DUE-DATE(6:2)     TO WS-DUE-N(5:2)
           MOVE BDS-DUE-DATE(9:2)     TO WS-DUE-N(7:2)
           COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
           MOVE WS-DAYS-LEFT          TO WS-DAYS-E
           MOVE WS-DAYS-E             TO DAYSLFTO OF COBDS0AO
           IF WS-DAYS-LEFT < ZERO AND BDS-STATUS-OPEN
               MOVE DFHRED            TO DAYSLFTC OF COBDS0AO
           END-IF

      * Reported by the bureau
           MOVE BDS-RPT-SSN           TO WS-MASK-SSN-IN
           PERFORM MASK-SSN-VALUE
              THRU MASK-SSN-VALUE-EXIT
           MOVE WS-MASK-SSN-OUT       TO RPTSSNO  OF COBDS0AO
           MOVE SPACES                TO WS-NAME-X
           STRING BDS-RPT-FIRST-NAME  DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  BDS-RPT-LAST-NAME   DELIMITED BY SPACE
             INTO WS-NAME-X
           MOVE WS-NAME-X             TO RPTNAMEO OF COBDS0AO
           MOVE BDS-RPT-ACCT-STATUS   TO RPTSTSO  OF COBDS0AO
           MOVE BDS-RPT-CURR-BAL      TO WS-AMT-E
           MOVE WS-AMT-E              TO RPTBALO  OF COBDS0AO
           MOVE BDS-RPT-AMT-PAST-DUE  TO WS-AMT-E
           MOVE WS-AMT-E              TO RPTPDUEO OF COBDS0AO
           MOVE BDS-RPT-CREDIT-LIMIT  TO WS-AMT-E
           MOVE WS-AMT-E              TO RPTLIMO  OF COBDS0AO
           MOVE BDS-RPT-SPECIAL-COMMENT TO RPTCMTO OF COBDS0AO

      * Held by us today
           IF CUST-ROW-FOUND
               MOVE CUST-SSN          TO WS-MASK-SSN-IN
               PERFORM MASK-SSN-VALUE
                  THRU MASK-SSN-VALUE-EXIT
               MOVE WS-MASK-SSN-OUT   TO CURSSNO  OF COBDS0AO
               MOVE SPACES            TO WS-NAME-X
               STRING CUST-FIRST-NAME DELIMITED BY SPACE
                      ' '             DELIMITED BY SIZE
                      CUST-LAST-NAME  DELIMITED BY SPACE
                 INTO WS-NAME-X
               MOVE WS-NAME-X         TO CURNAMEO OF COBDS0AO
               IF CUST-SSN NOT = BDS-RPT-SSN
                   MOVE DFHRED        TO CURSSNC  OF COBDS0AO
               END-IF
           ELSE
               MOVE 'NOT ON FILE'     TO CURNAMEO OF COBDS0AO
               MOVE SPACES            TO CURSSNO  OF COBDS0AO
           END-IF
           MOVE WS-CUR-ACCT-STATUS    TO CURSTSO  OF COBDS0AO
           IF WS-CUR-ACCT-STATUS NOT = BDS-RPT-ACCT-STATUS
               MOVE DFHRED            TO CURSTSC  OF COBDS0AO
           END-IF
           MOVE ACCT-CURR-BAL         TO WS-AMT-E
           MOVE WS-AMT-E              TO CURBALO  OF COBDS0AO
           MOVE WS-CUR-AMT-PAST-DUE   TO WS-AMT-E
           MOVE WS-AMT-E              TO CURPDUEO OF COBDS0AO
           IF WS-CUR-AMT-PAST-DUE NOT = BDS-RPT-AMT-PAST-DUE
               MOVE DFHRED            TO CURPDUEC OF COBDS0AO
           END-IF
           MOVE ACCT-CREDIT-LIMIT     TO WS-AMT-E
           MOVE WS-AMT-E              TO CURLIMO  OF COBDS0AO
           MOVE WS-CUR-SPECIAL-COMMENT TO CURCMTO OF COBDS0AO

      * The answer, once given
           MOVE SPACES TO RESPCDO  OF COBDS0AO
                          RESPDTO  OF COBDS0AO
                          RESPBYO  OF COBDS0AO
           IF NOT BDS-STATUS-OPEN
               EVALUATE TRUE
                   WHEN BDS-RESPONSE-VERIFIED
                       MOVE 'VERIFIED'    TO RESPCDO OF COBDS0AO
                   WHEN BDS-RESPONSE-MODIFIED
                       MOVE 'MODIFIED'    TO RESPCDO OF COBDS0AO
                   WHEN OTHER
                       MOVE 'DELETED'     TO RESPCDO OF COBDS0AO
               END-EVALUATE
               MOVE BDS-RESPONSE-DATE     TO RESPDTO OF COBDS0AO
               MOVE BDS-ANALYST-USR-ID    TO RESPBYO OF COBDS0AO
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'b' (bureau dispute) record to the AUDITLOG
      * VSAM using the same browse-to-end ID generation every
      * other audit writer uses.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO WS-UPD-TS(1:8)
           MOVE WS-CURTIME-HOURS      TO WS-UPD-TS(9:2)
           MOVE WS-CURTIME-MINUTE     TO WS-UPD-TS(11:2)
           MOVE WS-CURTIME-SECOND     TO WS-UPD-TS(13:2)

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
           SET AUD-ACTION-BUREAU-DISPUTE TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'DISPUTE '          DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' ACCT '            DELIMITED BY SIZE
                  WS-ACCT-ID-X        DELIMITED BY SIZE
                  ' BUREAU '          DELIMITED BY SIZE
                  BDS-BUREAU-CD       DELIMITED BY SIZE
                  ' CTL '             DELIMITED BY SIZE
                  BDS-CONTROL-NO      DELIMITED BY SPACE
                  ' STS '             DELIMITED BY SIZE
                  BDS-CORR-ACCT-STATUS DELIMITED BY SIZE
             INTO AUD-DESC

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
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE LOW-VALUES TO COBDS0AO
           MOVE SPACES     TO WS-MESSAGE
           MOVE -1         TO ACCTIDL  OF COBDS0AI
           PERFORM SEND-BDS-SCREEN.

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
      *                      SEND-BDS-SCREEN
      *----------------------------------------------------------------*
       SEND-BDS-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COBDS0AO

           EXEC CICS SEND
                     MAP('COBDS0A')
                     MAPSET('COBDS00')
                     FROM(COBDS0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-BDS-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-BDS-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COBDS0A')
                     MAPSET('COBDS00')
                     INTO(COBDS0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COBDS0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COBDS0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COBDS0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COBDS0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COBDS0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COBDS0AO.

      ******************************************************************
      *Common code for SSN/government-ID masking
      ******************************************************************
      * CSMASKPY: included COBOL paragraphs (MASK-SSN-VALUE /
      * MASK-GOVT-ID-VALUE). See app/cpy/CSMASKPY.cpy
       COPY CSMASKPY.
