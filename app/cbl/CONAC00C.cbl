      ******************************************************************
      * Program     : CONAC00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Nonaccrual placement and return to accrual
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
      * Program:     CONAC00C
      * Transaction: CNAC
      * BMS Map:     CONAC00 / CONAC0A
      * Function:    Nonaccrual screen. CBACT04C places an account
      *              on nonaccrual by itself when it reaches 120
      *              days past due, its holder is in bankruptcy,
      *              or it is in a settlement workout; finance
      *              uses this screen for the cases in between
      *              (CVNAC01Y.cpy):
      *                Enter - shows the account, its nonaccrual
      *                        standing, and whether anything
      *                        would place it today.
      *                PF5   - admin: places the account on
      *                        nonaccrual ('P', reason 'M'). It
      *                        must owe a balance, not be charged
      *                        off and not be on nonaccrual
      *                        already. Interest and fees stop,
      *                        and the unpaid interest is
      *                        reversed, at the next CBACT04C run.
      *                PF6   - admin: returns the account to
      *                        accrual ('R', reason 'M'). Refused
      *                        while it is 120+ days past due, in
      *                        bankruptcy or in a settlement
      *                        workout -- CBACT04C would only
      *                        place it again.
      *              PF5/PF6 need the confirm Y. Each writes an
      *              'a' AUDITLOG record.
      * Files:       ACCTDAT  (READ)
      *              CXACAIX  (READ - account to customer)
      *              CUSTDAT  (READ)
      *              SETTLE   (READ)
      *              NONACCR  (READ, READ UPDATE, WRITE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the main menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONAC00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'CONAC00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CNAC'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-SETTLE-FILE             PIC X(08) VALUE 'SETTLE  '.
         05 WS-NONACCR-FILE            PIC X(08) VALUE 'NONACCR '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-NAC-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 NAC-ROW-FOUND                      VALUE 'Y'.
           88 NAC-ROW-NOT-FOUND                  VALUE 'N'.
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
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-AMT-E                   PIC +9999999999.99.
      * What would place the account on nonaccrual today: 'D'
      * 120+ days past due, 'B' bankruptcy, 'S' settlement
      * workout (the NAC-REASON codes), space for nothing
         05 WS-NAC-TRIGGER             PIC X(01) VALUE SPACE.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the nonaccrual screen
       COPY CONAC00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 100-byte nonaccrual status record (NONACCRUAL-RECORD)
       COPY CVNAC01Y.
      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 500-byte customer master record (CUSTOMER-RECORD)
       COPY CVCUS01Y.
      * 150-byte settlement offer record
       COPY CVSTL01Y.
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
      * Main entry point. AID dispatch: Enter=show account,
      * PF5=place, PF6=return to accrual, PF3=back, PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF CONAC0AO

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
                   MOVE LOW-VALUES          TO CONAC0AO
                   MOVE -1       TO ACCTIDL OF CONAC0AI
                   PERFORM SEND-NAC-SCREEN
               ELSE
                   PERFORM RECEIVE-NAC-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-PLACE-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-RETURN-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-NAC-SCREEN
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
      * Enter: show the account and its nonaccrual standing.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM CHECK-NONACCRUAL-TRIGGER
           PERFORM READ-NONACCR-FILE
           PERFORM POPULATE-NONACCR-FIELDS
           EVALUATE TRUE
               WHEN NAC-ROW-FOUND AND NAC-STATUS-PENDING
                   MOVE 'Placed on nonaccrual - reversal at next cycle'
                     TO WS-MESSAGE
               WHEN NAC-ROW-FOUND AND NAC-STATUS-NONACCRUAL
                   MOVE 'Account is on nonaccrual - no interest or fees'
                     TO WS-MESSAGE
               WHEN WS-NAC-TRIGGER NOT = SPACE
                   MOVE 'Account will go on nonaccrual at next cycle...'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Account is accruing - PF5 places on nonaccrual'
                     TO WS-MESSAGE
           END-EVALUATE
           MOVE -1 TO ACCTIDL OF CONAC0AI
           PERFORM SEND-NAC-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-PLACE-KEY
      *----------------------------------------------------------------*
      * PF5: finance places the account on nonaccrual. The row
      * goes on 'P' -- CBACT04C reverses the unpaid interest at
      * its next run and marks it 'N'.
       PROCESS-PLACE-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM CHECK-ADMIN-USER
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-ACCOUNT-FILE
           PERFORM CHECK-NONACCRUAL-TRIGGER
           IF ACCT-IS-CHARGED-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is charged off - it accrues nothing...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF
           IF ACCT-CURR-BAL NOT > ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account owes no balance - nothing to stop...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF

           PERFORM READ-NONACCR-UPDATE
           IF NAC-ROW-FOUND AND NAC-ON-NONACCRUAL
               PERFORM UNLOCK-NONACCR-FILE
               PERFORM POPULATE-NONACCR-FIELDS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is already on nonaccrual...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF

           INITIALIZE NONACCRUAL-RECORD
           MOVE WS-ACCT-ID-N          TO NAC-ACCT-ID
           SET NAC-STATUS-PENDING     TO TRUE
           SET NAC-REASON-MANUAL      TO TRUE
           MOVE WS-TODAY-X            TO NAC-ENTRY-DATE
           MOVE CDEMO-USER-ID         TO NAC-ENTRY-USR-ID
           MOVE ZERO                  TO NAC-INT-REVERSED
                                         NAC-CURE-COUNT
           MOVE SPACES                TO NAC-REVERSAL-DATE
                                         NAC-RETURN-DATE
                                         NAC-RETURN-USR-ID
                                         NAC-RETURN-REASON
           IF NAC-ROW-FOUND
               PERFORM REWRITE-NONACCR-FILE
           ELSE
               PERFORM WRITE-NONACCR-FILE
           END-IF
           SET NAC-ROW-FOUND TO TRUE

           MOVE 'PLACED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-NONACCR-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF CONAC0AO
           MOVE 'Placed on nonaccrual - reversal at next cycle...'
             TO WS-MESSAGE
           PERFORM SEND-NAC-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-RETURN-KEY
      *----------------------------------------------------------------*
      * PF6: finance returns the account to accrual. Nothing
      * that would place it again may still apply.
       PROCESS-RETURN-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM CHECK-ADMIN-USER
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-ACCOUNT-FILE
           PERFORM CHECK-NONACCRUAL-TRIGGER

           PERFORM READ-NONACCR-UPDATE
           IF NAC-ROW-NOT-FOUND OR NOT NAC-ON-NONACCRUAL
               IF NAC-ROW-FOUND
                   PERFORM UNLOCK-NONACCR-FILE
               END-IF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account is not on nonaccrual...' TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF
           IF WS-NAC-TRIGGER NOT = SPACE
               PERFORM UNLOCK-NONACCR-FILE
               PERFORM POPULATE-NONACCR-FIELDS
               MOVE 'Y'     TO WS-ERR-FLG
               EVALUATE WS-NAC-TRIGGER
                   WHEN 'D'
                       MOVE 'Account is 120+ past due - cannot return'
                         TO WS-MESSAGE
                   WHEN 'B'
                       MOVE 'Holder is in bankruptcy - cannot return...'
                         TO WS-MESSAGE
                   WHEN OTHER
                       MOVE 'Settlement offer live - cannot return...'
                         TO WS-MESSAGE
               END-EVALUATE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF

           SET NAC-STATUS-RETURNED    TO TRUE
           SET NAC-RETURN-MANUAL      TO TRUE
           MOVE WS-TODAY-X            TO NAC-RETURN-DATE
           MOVE CDEMO-USER-ID         TO NAC-RETURN-USR-ID
           PERFORM REWRITE-NONACCR-FILE

           MOVE 'RETURNED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-NONACCR-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF CONAC0AO
           MOVE 'Returned to accrual - interest resumes next cycle'
             TO WS-MESSAGE
           PERFORM SEND-NAC-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
      * Also sets today's date.
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF CONAC0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF CONAC0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF
           MOVE ACCTIDI OF CONAC0AI TO WS-ACCT-ID-N
           MOVE WS-ACCT-ID-N        TO WS-ACCT-ID-X
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING.

      *----------------------------------------------------------------*
      *                      CHECK-ADMIN-USER
      *----------------------------------------------------------------*
      * Placing and returning are for finance (administrators)
      * only.
       CHECK-ADMIN-USER.
           IF NOT CDEMO-USRTYP-ADMIN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Only finance can change nonaccrual status...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF CONAC0AI
               PERFORM SEND-NAC-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF CONAC0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the account, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF CONAC0AI
                   PERFORM SEND-NAC-SCREEN
           END-EVALUATE.

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
                   MOVE -1       TO ACCTIDL OF CONAC0AI
                   PERFORM SEND-NAC-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF CONAC0AI
                   PERFORM SEND-NAC-SCREEN
           END-EVALUATE
           PERFORM POPULATE-ACCOUNT-FIELDS.

      *----------------------------------------------------------------*
      *                   CHECK-NONACCRUAL-TRIGGER
      *----------------------------------------------------------------*
      * The same precedence CBACT04C places by: 120+ days past
      * due, then the holder in bankruptcy (the account's
      * customer through CXACAIX), then a pending or approved
      * settlement offer. A customer or offer the reads cannot
      * find does not apply.
       CHECK-NONACCRUAL-TRIGGER.
           MOVE SPACE TO WS-NAC-TRIGGER
           IF ACCT-DELINQ-120-PLUS
               MOVE 'D' TO WS-NAC-TRIGGER
           ELSE
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
                      AND CUST-BKR-NO-COLLECTION
                       MOVE 'B' TO WS-NAC-TRIGGER
                   END-IF
               END-IF
           END-IF
           IF WS-NAC-TRIGGER = SPACE
               MOVE WS-ACCT-ID-N TO SETL-ACCT-ID
               EXEC CICS READ
                    DATASET   (WS-SETTLE-FILE)
                    INTO      (SETTLEMENT-OFFER-RECORD)
                    LENGTH    (LENGTH OF SETTLEMENT-OFFER-RECORD)
                    RIDFLD    (SETL-ACCT-ID)
                    KEYLENGTH (LENGTH OF SETL-ACCT-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                  AND SETL-STATUS-LIVE
                   MOVE 'S' TO WS-NAC-TRIGGER
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-NONACCR-FILE
      *----------------------------------------------------------------*
      * An account never placed has no row -- not an error.
       READ-NONACCR-FILE.
           MOVE WS-ACCT-ID-N TO NAC-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-NONACCR-FILE)
                INTO      (NONACCRUAL-RECORD)
                LENGTH    (LENGTH OF NONACCRUAL-RECORD)
                RIDFLD    (NAC-ACCT-ID)
                KEYLENGTH (LENGTH OF NAC-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-NONACCR-READ.

      *----------------------------------------------------------------*
      *                     READ-NONACCR-UPDATE
      *----------------------------------------------------------------*
       READ-NONACCR-UPDATE.
           MOVE WS-ACCT-ID-N TO NAC-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-NONACCR-FILE)
                INTO      (NONACCRUAL-RECORD)
                LENGTH    (LENGTH OF NONACCRUAL-RECORD)
                RIDFLD    (NAC-ACCT-ID)
                KEYLENGTH (LENGTH OF NAC-ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-NONACCR-READ.

      *----------------------------------------------------------------*
      *                     CHECK-NONACCR-READ
      *----------------------------------------------------------------*
       CHECK-NONACCR-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET NAC-ROW-FOUND     TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET NAC-ROW-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup nonaccrual status...' TO
                                   WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF CONAC0AI
                   PERFORM SEND-NAC-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     UNLOCK-NONACCR-FILE
      *----------------------------------------------------------------*
       UNLOCK-NONACCR-FILE.
           EXEC CICS UNLOCK
                DATASET   (WS-NONACCR-FILE)
           END-EXEC.

      *----------------------------------------------------------------*
      *                     WRITE-NONACCR-FILE
      *----------------------------------------------------------------*
       WRITE-NONACCR-FILE.
           EXEC CICS WRITE
                DATASET   (WS-NONACCR-FILE)
                FROM      (NONACCRUAL-RECORD)
                LENGTH    (LENGTH OF NONACCRUAL-RECORD)
                RIDFLD    (NAC-ACCT-ID)
                KEYLENGTH (LENGTH OF NAC-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to add nonaccrual status...' TO
                               WS-MESSAGE
               PERFORM SEND-NAC-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    REWRITE-NONACCR-FILE
      *----------------------------------------------------------------*
       REWRITE-NONACCR-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-NONACCR-FILE)
                FROM      (NONACCRUAL-RECORD)
                LENGTH    (LENGTH OF NONACCRUAL-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update nonaccrual status...' TO
                               WS-MESSAGE
               PERFORM SEND-NAC-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    POPULATE-ACCOUNT-FIELDS
      *----------------------------------------------------------------*
       POPULATE-ACCOUNT-FIELDS.
           MOVE ACCT-CURR-BAL         TO WS-AMT-E
           MOVE WS-AMT-E              TO CURBALO  OF CONAC0AO
           EVALUATE TRUE
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'CHARGED OFF'     TO ACCTSTO OF CONAC0AO
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED'          TO ACCTSTO OF CONAC0AO
               WHEN ACCT-DELINQ-30
                   MOVE '30 DAYS PAST DUE'  TO ACCTSTO OF CONAC0AO
               WHEN ACCT-DELINQ-60
                   MOVE '60 DAYS PAST DUE'  TO ACCTSTO OF CONAC0AO
               WHEN ACCT-DELINQ-90
                   MOVE '90 DAYS PAST DUE'  TO ACCTSTO OF CONAC0AO
               WHEN ACCT-DELINQ-120-PLUS
                   MOVE '120+ DAYS PAST DUE' TO ACCTSTO OF CONAC0AO
               WHEN OTHER
                   MOVE 'CURRENT'         TO ACCTSTO OF CONAC0AO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   POPULATE-NONACCR-FIELDS
      *----------------------------------------------------------------*
       POPULATE-NONACCR-FIELDS.
           MOVE SPACES TO NACSTATO OF CONAC0AO
                          NACRSNO  OF CONAC0AO
                          ENTRYDTO OF CONAC0AO
                          ENTRYBYO OF CONAC0AO
                          INTREVO  OF CONAC0AO
                          REVDTO   OF CONAC0AO
                          CURECNTO OF CONAC0AO
                          RETDTO   OF CONAC0AO
                          RETBYO   OF CONAC0AO
                          RETRSNO  OF CONAC0AO
           IF NAC-ROW-NOT-FOUND
               MOVE 'NEVER PLACED'     TO NACSTATO OF CONAC0AO
           ELSE
               EVALUATE TRUE
                   WHEN NAC-STATUS-PENDING
                       MOVE 'PLACED - PENDING' TO NACSTATO OF CONAC0AO
                   WHEN NAC-STATUS-NONACCRUAL
                       MOVE 'NONACCRUAL'   TO NACSTATO OF CONAC0AO
                   WHEN OTHER
                       MOVE 'RETURNED'     TO NACSTATO OF CONAC0AO
               END-EVALUATE
               EVALUATE TRUE
                   WHEN NAC-REASON-DELINQUENCY
                       MOVE '120+ DAYS'    TO NACRSNO OF CONAC0AO
                   WHEN NAC-REASON-BANKRUPTCY
                       MOVE 'BANKRUPTCY'   TO NACRSNO OF CONAC0AO
                   WHEN NAC-REASON-SETTLEMENT
                       MOVE 'SETTLEMENT'   TO NACRSNO OF CONAC0AO
                   WHEN OTHER
                       MOVE 'MANUAL'       TO NACRSNO OF CONAC0AO
               END-EVALUATE
               MOVE NAC-ENTRY-DATE     TO ENTRYDTO OF CONAC0AO
               MOVE NAC-ENTRY-USR-ID   TO ENTRYBYO OF CONAC0AO
               MOVE NAC-INT-REVERSED   TO WS-AMT-E
               MOVE WS-AMT-E           TO INTREVO  OF CONAC0AO
               MOVE NAC-REVERSAL-DATE  TO REVDTO   OF CONAC0AO
               MOVE NAC-CURE-COUNT     TO CURECNTO OF CONAC0AO
               MOVE NAC-RETURN-DATE    TO RETDTO   OF CONAC0AO
               MOVE NAC-RETURN-USR-ID  TO RETBYO   OF CONAC0AO
               EVALUATE TRUE
                   WHEN NAC-RETURN-CURED
                       MOVE 'CURED'        TO RETRSNO OF CONAC0AO
                   WHEN NAC-RETURN-PAID-OFF
                       MOVE 'PAID OFF'     TO RETRSNO OF CONAC0AO
                   WHEN NAC-RETURN-MANUAL
                       MOVE 'MANUAL'       TO RETRSNO OF CONAC0AO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'a' (nonaccrual) record to the AUDITLOG VSAM
      * using the same browse-to-end ID generation every other
      * audit writer uses.
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
           SET AUD-ACTION-NONACCRUAL TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE ACCT-CURR-BAL     TO WS-AMT-E
           STRING 'NONACCRUAL '       DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' ACCT '            DELIMITED BY SIZE
                  WS-ACCT-ID-X        DELIMITED BY SIZE
                  ' REASON '          DELIMITED BY SIZE
                  NAC-REASON          DELIMITED BY SIZE
                  ' BAL '             DELIMITED BY SIZE
                  WS-AMT-E            DELIMITED BY SIZE
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
           MOVE SPACES TO ACCTIDI  OF CONAC0AI
                          CONFIRMI OF CONAC0AI
                          CURBALO  OF CONAC0AO
                          ACCTSTO  OF CONAC0AO
                          NACSTATO OF CONAC0AO
                          NACRSNO  OF CONAC0AO
                          ENTRYDTO OF CONAC0AO
                          ENTRYBYO OF CONAC0AO
                          INTREVO  OF CONAC0AO
                          REVDTO   OF CONAC0AO
                          CURECNTO OF CONAC0AO
                          RETDTO   OF CONAC0AO
                          RETBYO   OF CONAC0AO
                          RETRSNO  OF CONAC0AO
                          WS-MESSAGE
           MOVE -1     TO ACCTIDL  OF CONAC0AI
           PERFORM SEND-NAC-SCREEN.

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
      *                      SEND-NAC-SCREEN
      *----------------------------------------------------------------*
       SEND-NAC-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF CONAC0AO

           EXEC CICS SEND
                     MAP('CONAC0A')
                     MAPSET('CONAC00')
                     FROM(CONAC0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-NAC-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-NAC-SCREEN.
           EXEC CICS RECEIVE
                     MAP('CONAC0A')
                     MAPSET('CONAC00')
                     INTO(CONAC0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF CONAC0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF CONAC0AO
           MOVE WS-TRANID              TO TRNNAMEO OF CONAC0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CONAC0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CONAC0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CONAC0AO.
