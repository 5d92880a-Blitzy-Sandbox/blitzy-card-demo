      ******************************************************************
      * Program     : COCHK00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Convenience check book issuance and
      *               stop-payment screen
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
      * Program:     COCHK00C
      * Transaction: CCHK
      * BMS Map:     COCHK00 / COCHK0A
      * Function:    Convenience checks. Checks draw against the
      *              account's ACCT-CREDIT-LIMIT and are cleared
      *              nightly by CBCHK01C from the bank's
      *              presentment file. The agent keys an account
      *              (and, for a stop, the check number with the
      *              amount, payee and reason the customer gives);
      *              the screen shows the account's issued range
      *              and the keyed check's state:
      *                Enter - look up the account and check
      *                PF5   - place a stop-payment on the check:
      *                        CBCHK01C returns it to the bank
      *                        unpaid. A check already paid can
      *                        not be stopped.
      *                PF6   - release the stop
      *                PF7   - issue the account a new book of
      *                        checks, numbered on from the last
      *                        one issued (an open, not charged-
      *                        off account only)
      *              Every stop, release and issue writes one '7'
      *              AUDITLOG record.
      * Files:       ACCTFILE (READ)
      *              CHECKBK  (READ, READ UPDATE, WRITE, REWRITE)
      *              CHKITEM  (READ, READ UPDATE, WRITE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or main menu. PF4
      *              clears the form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCHK00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCHK00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCHK'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTFILE-FILE           PIC X(08) VALUE 'ACCTFILE'.
         05 WS-CHECKBK-FILE            PIC X(08) VALUE 'CHECKBK '.
         05 WS-CHKITEM-FILE            PIC X(08) VALUE 'CHKITEM '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      * Whether the account has been issued checks, and whether
      * the keyed check has a status record
         05 WS-BOOK-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 BOOK-FOUND                         VALUE 'Y'.
           88 BOOK-NOT-FOUND                     VALUE 'N'.
         05 WS-ITEM-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 ITEM-FOUND                         VALUE 'Y'.
           88 ITEM-NOT-FOUND                     VALUE 'N'.
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
         05 WS-CHECK-NUM-N             PIC 9(10) VALUE ZEROS.
         05 WS-STOP-AMT-N              PIC S9(09)V99 VALUE ZERO.
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(14) VALUE SPACES.
         05 WS-TODAY-DATE              PIC X(10) VALUE SPACES.
         05 WS-NOW-TS                  PIC X(14) VALUE SPACES.
      * Checks to a book; a new book numbers on from the last
      * check issued, and an account's first book starts at the
      * first check number below
         05 WS-BOOK-SIZE               PIC 9(03) VALUE 025.
         05 WS-FIRST-CHECK-NUM         PIC 9(10) VALUE 0000001001.
      * Display work areas for the state lines
         05 WS-CHECK-NUM-E             PIC Z(09)9.
         05 WS-CHECK-NUM-E2            PIC Z(09)9.
         05 WS-AMT-E                   PIC Z(08)9.99.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the convenience check screen (COCHK0A)
       COPY COCHK00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 80-byte check book issuance record (CHECK-BOOK-RECORD)
       COPY CVCHK01Y.
      * 170-byte check item status record (CHECK-ITEM-RECORD)
       COPY CVCHK02Y.
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
      * Main entry point. AID dispatch: Enter=look up, PF3=back,
      * PF4=clear, PF5=stop, PF6=release stop, PF7=issue book.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COCHK0AO

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
                   MOVE LOW-VALUES          TO COCHK0AO
                   MOVE -1       TO ACCTIDL OF COCHK0AI
                   PERFORM SEND-CHECK-SCREEN
               ELSE
                   PERFORM RECEIVE-CHECK-SCREEN
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
                           MOVE 'STOPPED'    TO WS-AUD-VERB
                           PERFORM PROCESS-STOP-KEY
                       WHEN DFHPF6
                           MOVE 'RELEASED'   TO WS-AUD-VERB
                           PERFORM PROCESS-STOP-KEY
                       WHEN DFHPF7
                           MOVE 'BOOK-ISSUED' TO WS-AUD-VERB
                           PERFORM PROCESS-ISSUE-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CHECK-SCREEN
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
      * Look up only: the account's book, and the keyed check's
      * state when a check number was entered.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-ACCT-ID
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           PERFORM READ-ACCT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           PERFORM READ-CHECKBK-FILE
           PERFORM FORMAT-BOOK-LINE

           IF CHKNUMI OF COCHK0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-CHECK-NUM
               IF ERR-FLG-ON
                   PERFORM SEND-CHECK-SCREEN
               END-IF
               PERFORM READ-CHKITEM-FILE
               PERFORM FORMAT-CHECK-LINE
           END-IF
           PERFORM SEND-CHECK-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-STOP-KEY
      *----------------------------------------------------------------*
      * PF5 places a stop on the keyed check; PF6 releases one.
      * The check must be one issued to the account, and a check
      * already paid is past stopping.
       PROCESS-STOP-KEY.
           PERFORM VALIDATE-ACCT-ID
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           PERFORM VALIDATE-CHECK-NUM
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           PERFORM READ-ACCT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           PERFORM READ-CHECKBK-FILE
           PERFORM FORMAT-BOOK-LINE
           IF BOOK-NOT-FOUND
              OR WS-CHECK-NUM-N < CHB-FIRST-CHECK-NUM
              OR WS-CHECK-NUM-N > CHB-LAST-CHECK-NUM
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Check number was not issued to this account...'
                    TO WS-MESSAGE
               MOVE -1      TO CHKNUML OF COCHK0AI
               PERFORM SEND-CHECK-SCREEN
           END-IF

           IF WS-AUD-VERB = 'STOPPED'
               PERFORM VALIDATE-STOP-FIELDS
               IF ERR-FLG-ON
                   PERFORM SEND-CHECK-SCREEN
               END-IF
           END-IF

           PERFORM READ-CHKITEM-FILE
           IF ITEM-FOUND
               PERFORM READ-CHKITEM-UPDATE
               IF ERR-FLG-ON
                   PERFORM SEND-CHECK-SCREEN
               END-IF
           END-IF

           EVALUATE WS-AUD-VERB
               WHEN 'STOPPED'
                   EVALUATE TRUE
                       WHEN ITEM-FOUND AND CHI-STATUS-PAID
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Check has already been paid...'
                                TO WS-MESSAGE
                       WHEN ITEM-FOUND AND CHI-STATUS-STOPPED
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'A stop is already on this check...'
                                TO WS-MESSAGE
                       WHEN OTHER
                           PERFORM BUILD-STOP-ITEM
                   END-EVALUATE
               WHEN 'RELEASED'
                   IF ITEM-FOUND AND CHI-STATUS-STOPPED
                       SET CHI-STATUS-RELEASED TO TRUE
                   ELSE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'No stop is on this check...'
                            TO WS-MESSAGE
                   END-IF
           END-EVALUATE

           IF ERR-FLG-ON
               IF ITEM-FOUND
                   EXEC CICS UNLOCK
                        DATASET   (WS-CHKITEM-FILE)
                   END-EXEC
               END-IF
               PERFORM FORMAT-CHECK-LINE
               MOVE -1 TO CHKNUML OF COCHK0AI
               PERFORM SEND-CHECK-SCREEN
           END-IF

           IF ITEM-FOUND
               PERFORM REWRITE-CHKITEM-FILE
           ELSE
               PERFORM WRITE-CHKITEM-FILE
           END-IF
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF

           MOVE WS-CHECK-NUM-N TO WS-CHECK-NUM-E
           PERFORM WRITE-AUDIT-RECORD
           PERFORM FORMAT-CHECK-LINE

           MOVE DFHGREEN TO ERRMSGC OF COCHK0AO
           STRING 'Stop payment ' DELIMITED BY SIZE
                  WS-AUD-VERB     DELIMITED BY SPACE
                  '...'           DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM SEND-CHECK-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-ISSUE-KEY
      *----------------------------------------------------------------*
      * PF7 issues a new book of WS-BOOK-SIZE checks numbered on
      * from the last check the account was given. Checks from
      * earlier books stay good.
       PROCESS-ISSUE-KEY.
           PERFORM VALIDATE-ACCT-ID
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           PERFORM READ-ACCT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF
           IF ACCT-IS-CHARGED-OFF
              OR NOT ACCT-STATUS-ACTIVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Checks can only be issued on an open account...'
                    TO WS-MESSAGE
               MOVE -1      TO ACCTIDL OF COCHK0AI
               PERFORM SEND-CHECK-SCREEN
           END-IF

           PERFORM READ-CHECKBK-FILE
           IF BOOK-FOUND
               PERFORM READ-CHECKBK-UPDATE
               IF ERR-FLG-ON
                   PERFORM SEND-CHECK-SCREEN
               END-IF
               COMPUTE CHB-BOOK-FIRST-NUM = CHB-LAST-CHECK-NUM + 1
               ADD 1 TO CHB-BOOKS-ISSUED
           ELSE
               INITIALIZE CHECK-BOOK-RECORD
               MOVE WS-ACCT-ID-N       TO CHB-ACCT-ID
               MOVE WS-FIRST-CHECK-NUM TO CHB-FIRST-CHECK-NUM
               MOVE WS-FIRST-CHECK-NUM TO CHB-BOOK-FIRST-NUM
               MOVE 1                  TO CHB-BOOKS-ISSUED
           END-IF
           COMPUTE CHB-LAST-CHECK-NUM =
                   CHB-BOOK-FIRST-NUM + WS-BOOK-SIZE - 1
           PERFORM GET-TODAY-DATE
           MOVE WS-TODAY-DATE      TO CHB-BOOK-ISSUE-DATE
           MOVE CDEMO-USER-ID      TO CHB-ISSUED-USR-ID
           MOVE WS-NOW-TS          TO CHB-ISSUED-TS

           IF BOOK-FOUND
               PERFORM REWRITE-CHECKBK-FILE
           ELSE
               PERFORM WRITE-CHECKBK-FILE
           END-IF
           IF ERR-FLG-ON
               PERFORM SEND-CHECK-SCREEN
           END-IF

           SET BOOK-FOUND TO TRUE
           MOVE CHB-BOOK-FIRST-NUM TO WS-CHECK-NUM-E
           PERFORM WRITE-AUDIT-RECORD
           PERFORM FORMAT-BOOK-LINE

           MOVE DFHGREEN TO ERRMSGC OF COCHK0AO
           MOVE 'New check book issued...' TO WS-MESSAGE
           PERFORM SEND-CHECK-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF COCHK0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF COCHK0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be Numeric...' TO WS-MESSAGE
               MOVE -1      TO ACCTIDL OF COCHK0AI
           ELSE
               COMPUTE WS-ACCT-ID-N =
                   FUNCTION NUMVAL(ACCTIDI OF COCHK0AI)
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CHECK-NUM
      *----------------------------------------------------------------*
       VALIDATE-CHECK-NUM.
           IF CHKNUMI OF COCHK0AI = SPACES OR LOW-VALUES
              OR CHKNUMI OF COCHK0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Check number must be Numeric...' TO WS-MESSAGE
               MOVE -1      TO CHKNUML OF COCHK0AI
           ELSE
               COMPUTE WS-CHECK-NUM-N =
                   FUNCTION NUMVAL(CHKNUMI OF COCHK0AI)
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-STOP-FIELDS
      *----------------------------------------------------------------*
      * A stop needs a reason. The amount and payee are what the
      * customer remembers and may be left blank; a keyed amount
      * follows the same positional format check the other
      * amount fields use (COBIL00C, COBTR00C).
       VALIDATE-STOP-FIELDS.
           IF STPRSNI OF COCHK0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Enter the reason for the stop...' TO WS-MESSAGE
               MOVE -1      TO STPRSNL OF COCHK0AI
           END-IF
           MOVE ZERO TO WS-STOP-AMT-N
           IF ERR-FLG-OFF
              AND STPAMTI OF COCHK0AI NOT = SPACES AND LOW-VALUES
               EVALUATE TRUE
                   WHEN STPAMTI OF COCHK0AI(1:8) NOT NUMERIC
                   WHEN STPAMTI OF COCHK0AI(9:1) NOT = '.'
                   WHEN STPAMTI OF COCHK0AI(10:2) IS NOT NUMERIC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Amount should be in format 99999999.99'
                                    TO WS-MESSAGE
                       MOVE -1      TO STPAMTL OF COCHK0AI
                   WHEN OTHER
                       COMPUTE WS-STOP-AMT-N =
                           FUNCTION NUMVAL-C(STPAMTI OF COCHK0AI)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      BUILD-STOP-ITEM
      *----------------------------------------------------------------*
      * Sets the check's status record to STOPPED with the stop
      * details. A record left by an earlier return or release
      * keeps its presentment history.
       BUILD-STOP-ITEM.
           IF ITEM-NOT-FOUND
               INITIALIZE CHECK-ITEM-RECORD
               MOVE WS-ACCT-ID-N       TO CHI-ACCT-ID
               MOVE WS-CHECK-NUM-N     TO CHI-CHECK-NUM
           END-IF
           PERFORM GET-TODAY-DATE
           SET CHI-STATUS-STOPPED      TO TRUE
           MOVE WS-STOP-AMT-N          TO CHI-STOP-AMT
           IF STPPAYI OF COCHK0AI = SPACES OR LOW-VALUES
               MOVE SPACES             TO CHI-STOP-PAYEE
           ELSE
               MOVE STPPAYI OF COCHK0AI TO CHI-STOP-PAYEE
           END-IF
           MOVE STPRSNI OF COCHK0AI    TO CHI-STOP-REASON
           MOVE WS-TODAY-DATE          TO CHI-STOP-DATE
           MOVE CDEMO-USER-ID          TO CHI-STOP-USR-ID
           MOVE WS-NOW-TS              TO CHI-STOP-TS.

      *----------------------------------------------------------------*
      *                      GET-TODAY-DATE
      *----------------------------------------------------------------*
       GET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           MOVE WS-NOW-TS(1:4)              TO WS-TODAY-DATE(1:4)
           MOVE '-'                         TO WS-TODAY-DATE(5:1)
           MOVE WS-NOW-TS(5:2)              TO WS-TODAY-DATE(6:2)
           MOVE '-'                         TO WS-TODAY-DATE(8:1)
           MOVE WS-NOW-TS(7:2)              TO WS-TODAY-DATE(9:2).

      *----------------------------------------------------------------*
      *                      FORMAT-BOOK-LINE
      *----------------------------------------------------------------*
      * Paints the account's issued check range.
       FORMAT-BOOK-LINE.
           MOVE SPACES TO BOOKO OF COCHK0AO
           IF BOOK-FOUND
               MOVE CHB-FIRST-CHECK-NUM TO WS-CHECK-NUM-E
               MOVE CHB-LAST-CHECK-NUM  TO WS-CHECK-NUM-E2
               STRING 'CHECKS ISSUED '   DELIMITED BY SIZE
                      WS-CHECK-NUM-E     DELIMITED BY SIZE
                      ' THRU '           DELIMITED BY SIZE
                      WS-CHECK-NUM-E2    DELIMITED BY SIZE
                      '  LAST BOOK '     DELIMITED BY SIZE
                      CHB-BOOK-ISSUE-DATE DELIMITED BY SIZE
                 INTO BOOKO OF COCHK0AO
           ELSE
               MOVE 'NO CONVENIENCE CHECKS ISSUED'
                 TO BOOKO OF COCHK0AO
           END-IF.

      *----------------------------------------------------------------*
      *                      FORMAT-CHECK-LINE
      *----------------------------------------------------------------*
      * Paints the keyed check's state.
       FORMAT-CHECK-LINE.
           MOVE SPACES TO CHKSTO OF COCHK0AO
           IF ITEM-NOT-FOUND
               MOVE 'OUTSTANDING - NOT PRESENTED, NO STOP'
                 TO CHKSTO OF COCHK0AO
           ELSE
               EVALUATE TRUE
                   WHEN CHI-STATUS-STOPPED
                       STRING 'STOPPED '         DELIMITED BY SIZE
                              CHI-STOP-DATE      DELIMITED BY SIZE
                              ' BY '             DELIMITED BY SIZE
                              CHI-STOP-USR-ID    DELIMITED BY SPACE
                              ' - '              DELIMITED BY SIZE
                              CHI-STOP-REASON    DELIMITED BY SIZE
                         INTO CHKSTO OF COCHK0AO
                   WHEN CHI-STATUS-RELEASED
                       MOVE 'STOP RELEASED - CHECK MAY CLEAR'
                         TO CHKSTO OF COCHK0AO
                   WHEN CHI-STATUS-PAID
                       MOVE CHI-PRESENTED-AMT TO WS-AMT-E
                       STRING 'PAID '            DELIMITED BY SIZE
                              CHI-PRESENTED-DATE DELIMITED BY SIZE
                              ' AMOUNT '         DELIMITED BY SIZE
                              WS-AMT-E           DELIMITED BY SIZE
                         INTO CHKSTO OF COCHK0AO
                   WHEN OTHER
                       STRING 'RETURNED '        DELIMITED BY SIZE
                              CHI-PRESENTED-DATE DELIMITED BY SIZE
                              ' REASON '         DELIMITED BY SIZE
                              CHI-RETURN-REASON  DELIMITED BY SIZE
                         INTO CHKSTO OF COCHK0AO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ACCT-FILE
      *----------------------------------------------------------------*
       READ-ACCT-FILE.
           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTFILE-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account not found on account master...'
                    TO WS-MESSAGE
               MOVE -1      TO ACCTIDL OF COCHK0AI
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CHECKBK-FILE
      *----------------------------------------------------------------*
      * NOTFND is a normal condition (no checks issued yet).
       READ-CHECKBK-FILE.
           SET BOOK-NOT-FOUND TO TRUE
           MOVE WS-ACCT-ID-N  TO CHB-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CHECKBK-FILE)
                INTO      (CHECK-BOOK-RECORD)
                LENGTH    (LENGTH OF CHECK-BOOK-RECORD)
                RIDFLD    (CHB-ACCT-ID)
                KEYLENGTH (LENGTH OF CHB-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET BOOK-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CHECKBK-UPDATE
      *----------------------------------------------------------------*
       READ-CHECKBK-UPDATE.
           MOVE WS-ACCT-ID-N  TO CHB-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-CHECKBK-FILE)
                INTO      (CHECK-BOOK-RECORD)
                LENGTH    (LENGTH OF CHECK-BOOK-RECORD)
                RIDFLD    (CHB-ACCT-ID)
                KEYLENGTH (LENGTH OF CHB-ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lookup check book for update...'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-CHECKBK-FILE
      *----------------------------------------------------------------*
       WRITE-CHECKBK-FILE.
           EXEC CICS WRITE
                DATASET   (WS-CHECKBK-FILE)
                FROM      (CHECK-BOOK-RECORD)
                LENGTH    (LENGTH OF CHECK-BOOK-RECORD)
                RIDFLD    (CHB-ACCT-ID)
                KEYLENGTH (LENGTH OF CHB-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save check book...' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-CHECKBK-FILE
      *----------------------------------------------------------------*
       REWRITE-CHECKBK-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-CHECKBK-FILE)
                FROM      (CHECK-BOOK-RECORD)
                LENGTH    (LENGTH OF CHECK-BOOK-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save check book...' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CHKITEM-FILE
      *----------------------------------------------------------------*
      * NOTFND is a normal condition (the check is outstanding).
       READ-CHKITEM-FILE.
           SET ITEM-NOT-FOUND TO TRUE
           MOVE WS-ACCT-ID-N   TO CHI-ACCT-ID
           MOVE WS-CHECK-NUM-N TO CHI-CHECK-NUM
           EXEC CICS READ
                DATASET   (WS-CHKITEM-FILE)
                INTO      (CHECK-ITEM-RECORD)
                LENGTH    (LENGTH OF CHECK-ITEM-RECORD)
                RIDFLD    (CHI-KEY)
                KEYLENGTH (LENGTH OF CHI-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET ITEM-FOUND TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-CHKITEM-UPDATE
      *----------------------------------------------------------------*
       READ-CHKITEM-UPDATE.
           MOVE WS-ACCT-ID-N   TO CHI-ACCT-ID
           MOVE WS-CHECK-NUM-N TO CHI-CHECK-NUM
           EXEC CICS READ
                DATASET   (WS-CHKITEM-FILE)
                INTO      (CHECK-ITEM-RECORD)
                LENGTH    (LENGTH OF CHECK-ITEM-RECORD)
                RIDFLD    (CHI-KEY)
                KEYLENGTH (LENGTH OF CHI-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lookup check for update...'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-CHKITEM-FILE
      *----------------------------------------------------------------*
       WRITE-CHKITEM-FILE.
           EXEC CICS WRITE
                DATASET   (WS-CHKITEM-FILE)
                FROM      (CHECK-ITEM-RECORD)
                LENGTH    (LENGTH OF CHECK-ITEM-RECORD)
                RIDFLD    (CHI-KEY)
                KEYLENGTH (LENGTH OF CHI-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save check status...' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-CHKITEM-FILE
      *----------------------------------------------------------------*
       REWRITE-CHKITEM-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-CHKITEM-FILE)
                FROM      (CHECK-ITEM-RECORD)
                LENGTH    (LENGTH OF CHECK-ITEM-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save check status...' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one '7' (convenience check) record to the AUDITLOG
      * VSAM using the same browse-to-end ID generation every
      * other audit writer uses. WS-CHECK-NUM-E carries the check
      * stopped or released, or the first check of a new book.
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
           SET AUD-ACTION-CONV-CHECK TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'CONV CHECK '       DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' ACCT '            DELIMITED BY SIZE
                  WS-ACCT-ID-N        DELIMITED BY SIZE
                  ' CHECK '           DELIMITED BY SIZE
                  WS-CHECK-NUM-E      DELIMITED BY SIZE
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
      *                      SEND-CHECK-SCREEN
      *----------------------------------------------------------------*
       SEND-CHECK-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COCHK0AO

           EXEC CICS SEND
                     MAP('COCHK0A')
                     MAPSET('COCHK00')
                     FROM(COCHK0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CHECK-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CHECK-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COCHK0A')
                     MAPSET('COCHK00')
                     INTO(COCHK0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COCHK0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COCHK0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COCHK0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COCHK0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COCHK0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COCHK0AO.

      *----------------------------------------------------------------*
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE -1              TO ACCTIDL OF COCHK0AI
           MOVE SPACES          TO ACCTIDI  OF COCHK0AI
                                   CHKNUMI  OF COCHK0AI
                                   STPAMTI  OF COCHK0AI
                                   STPPAYI  OF COCHK0AI
                                   STPRSNI  OF COCHK0AI
                                   BOOKO    OF COCHK0AO
                                   CHKSTO   OF COCHK0AO
                                   WS-MESSAGE
           PERFORM SEND-CHECK-SCREEN.
