      ******************************************************************
      * Program     : COSTL00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Settlement-in-full offers with tiered approval
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
      * Program:     COSTL00C
      * Transaction: CSTL
      * BMS Map:     COSTL00 / COSTL0A
      * Function:    Settlement offer screen. Collections offers to
      *              settle a delinquent or charged-off balance for
      *              less than the full amount; one offer stands
      *              per account (SETTLE, CVSTL01Y.cpy):
      *                Enter - shows the account's balance to
      *                        settle and the offer on file.
      *                PF5   - makes an offer: amount, lump sum (L)
      *                        or short-term schedule (S) of 2-6
      *                        payments, and the date it must be
      *                        paid by. The discount off the
      *                        balance picks the approval tier,
      *                        the same way COACTUPC tiers
      *                        credit-limit requests:
      *                          up to 25%  approved at once
      *                          to 50%     PENDING for an admin
      *                          over 50%   refused
      *                PF6   - admin: approves a PENDING offer. The
      *                        approver must not be the collector
      *                        who made it.
      *                PF7   - admin: denies a PENDING offer.
      *                PF9   - withdraws a pending or open offer.
      *              PF5/PF6/PF7/PF9 need the confirm Y. Every
      *              change writes a '9' AUDITLOG record.
      *              Payment, write-off of the rest, and closing
      *              the account are left to the nightly CBSTL01C.
      * Eligibility: the account must be delinquent or charged off
      *              with a balance left to settle, and its holder
      *              not under a bankruptcy stay or discharge. A
      *              settled offer is final; any other closed-out
      *              offer (denied, withdrawn, expired, broken) is
      *              replaced by the next one made.
      * Files:       ACCTDAT  (READ)
      *              RCVRLEDG (READ)
      *              CXACAIX  (READ - account to customer)
      *              CUSTDAT  (READ)
      *              SETTLE   (READ, READ UPDATE, WRITE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the main menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTL00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COSTL00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CSTL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-RCVRLEDG-FILE           PIC X(08) VALUE 'RCVRLEDG'.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-SETTLE-FILE             PIC X(08) VALUE 'SETTLE  '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-OFFER-FOUND-FLG         PIC X(01) VALUE 'N'.
           88 OFFER-FOUND                        VALUE 'Y'.
           88 OFFER-NOT-FOUND                    VALUE 'N'.
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
      * The balance an offer settles: the account balance, or
      * for a charged-off account the open recovery remainder
         05 WS-SETTLE-BAL              PIC S9(10)V99 VALUE ZERO.
         05 WS-CHARGED-OFF-FLG         PIC X(01) VALUE 'N'.
         05 WS-OFFER-AMT-N             PIC S9(10)V99 VALUE ZERO.
         05 WS-DISCOUNT-PCT            PIC 9(03)V99 VALUE ZERO.
         05 WS-INSTALL-COUNT           PIC 9(02) VALUE ZERO.
         05 WS-EXPIRY-N                PIC 9(08) VALUE ZERO.
         05 WS-EXPIRY-DAYS             PIC S9(05) COMP-3 VALUE ZERO.
         05 WS-FIRST-DUE-DAYS          PIC S9(05) COMP-3 VALUE ZERO.
         05 WS-AMT-E                   PIC +9999999999.99.
         05 WS-PCT-E                   PIC ZZ9.99.
         05 WS-DATE-FORMAT             PIC X(10) VALUE 'YYYY-MM-DD'.
      * Approval tiers by discount percent off the balance, and
      * the longest time an offer may run, by plan type
         05 WS-TIER1-MAX-PCT           PIC 9(03)V99 VALUE 25.00.
         05 WS-TIER2-MAX-PCT           PIC 9(03)V99 VALUE 50.00.
         05 WS-LUMP-MAX-DAYS           PIC S9(05) COMP-3 VALUE 30.
         05 WS-SCHED-MAX-DAYS          PIC S9(05) COMP-3 VALUE 180.

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

      * BMS symbolic map for the settlement offer screen
       COPY COSTL00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 150-byte settlement offer record (SETTLEMENT-OFFER-RECORD)
       COPY CVSTL01Y.
      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 80-byte recovery ledger record (RECOVERY-LEDGER-RECORD)
       COPY CVRCV01Y.
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
      * Main entry point. AID dispatch: Enter=show offer,
      * PF5=make offer, PF6=approve, PF7=deny, PF9=withdraw,
      * PF3=back, PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COSTL0AO

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
                   MOVE LOW-VALUES          TO COSTL0AO
                   MOVE -1       TO ACCTIDL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               ELSE
                   PERFORM RECEIVE-STL-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-OFFER-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-APPROVE-KEY
                       WHEN DFHPF7
                           PERFORM PROCESS-DENY-KEY
                       WHEN DFHPF9
                           PERFORM PROCESS-WITHDRAW-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-STL-SCREEN
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
      * Enter: show the balance to settle and the offer on file.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-BALANCE
           PERFORM READ-SETTLE-FILE
           IF OFFER-NOT-FOUND
               PERFORM CLEAR-OFFER-FIELDS
               MOVE 'No offer on file - key the offer, confirm Y, PF5'
                 TO WS-MESSAGE
               MOVE -1     TO OFFAMTL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           PERFORM POPULATE-OFFER-FIELDS
           MOVE -1 TO ACCTIDL OF COSTL0AI
           PERFORM SEND-STL-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-OFFER-KEY
      *----------------------------------------------------------------*
      * PF5: make an offer. Tier 1 is approved as it is made;
      * tier 2 waits PENDING for an administrator.
       PROCESS-OFFER-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-BALANCE
           PERFORM CHECK-OFFER-ELIGIBLE
           PERFORM VALIDATE-OFFER-FIELDS
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-SETTLE-UPDATE
           IF OFFER-FOUND AND NOT SETL-STATUS-REPLACEABLE
               EXEC CICS UNLOCK
                    DATASET   (WS-SETTLE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               IF SETL-STATUS-SETTLED
                   MOVE 'Account is already settled...' TO WS-MESSAGE
               ELSE
                   MOVE 'An offer is live - withdraw it (PF9) first...'
                     TO WS-MESSAGE
               END-IF
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF

           INITIALIZE SETTLEMENT-OFFER-RECORD
           MOVE WS-ACCT-ID-N          TO SETL-ACCT-ID
           MOVE PLANTYPI OF COSTL0AI  TO SETL-PLAN-TYPE
           MOVE WS-INSTALL-COUNT      TO SETL-INSTALL-COUNT
           MOVE WS-SETTLE-BAL         TO SETL-BAL-AT-OFFER
           MOVE WS-OFFER-AMT-N        TO SETL-OFFER-AMT
           MOVE WS-DISCOUNT-PCT       TO SETL-DISCOUNT-PCT
           MOVE WS-TODAY-X            TO SETL-OFFER-DATE
           MOVE EXPDTI OF COSTL0AI    TO SETL-EXPIRY-DATE
           MOVE ZERO                  TO SETL-RECEIVED-AMT
                                         SETL-FORGIVEN-AMT
           MOVE WS-CHARGED-OFF-FLG    TO SETL-CHARGED-OFF-FLAG
           MOVE CDEMO-USER-ID         TO SETL-OFFER-USR-ID
           MOVE SPACES                TO SETL-CLOSE-DATE
           IF WS-DISCOUNT-PCT > WS-TIER1-MAX-PCT
               SET SETL-TIER-ADMIN       TO TRUE
               SET SETL-STATUS-PENDING   TO TRUE
               MOVE SPACES               TO SETL-APPROVER-USR-ID
                                            SETL-DECISION-DATE
           ELSE
               SET SETL-TIER-COLLECTOR   TO TRUE
               SET SETL-STATUS-APPROVED  TO TRUE
               MOVE CDEMO-USER-ID        TO SETL-APPROVER-USR-ID
               MOVE WS-TODAY-X           TO SETL-DECISION-DATE
           END-IF

           IF OFFER-FOUND
               PERFORM REWRITE-SETTLE-FILE
           ELSE
               PERFORM WRITE-SETTLE-FILE
           END-IF

           MOVE 'OFFERED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-OFFER-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COSTL0AO
           IF SETL-STATUS-PENDING
               MOVE 'Offer recorded - pending admin approval (tier 2)'
                 TO WS-MESSAGE
           ELSE
               MOVE 'Offer recorded and approved (tier 1)...'
                 TO WS-MESSAGE
           END-IF
           PERFORM SEND-STL-SCREEN.

      *----------------------------------------------------------------*
      *                     PROCESS-APPROVE-KEY
      *----------------------------------------------------------------*
      * PF6: an administrator other than the offering collector
      * approves a pending tier-2 offer.
       PROCESS-APPROVE-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM CHECK-ADMIN-USER
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-PENDING-OFFER-UPDATE
           IF SETL-OFFER-USR-ID = CDEMO-USER-ID
               EXEC CICS UNLOCK
                    DATASET   (WS-SETTLE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'The offer must be approved by another user...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           IF SETL-EXPIRY-DATE < WS-TODAY-X
               EXEC CICS UNLOCK
                    DATASET   (WS-SETTLE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Offer has passed its pay-by date - deny it...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           SET SETL-STATUS-APPROVED   TO TRUE
           MOVE CDEMO-USER-ID         TO SETL-APPROVER-USR-ID
           MOVE WS-TODAY-X            TO SETL-DECISION-DATE
           PERFORM REWRITE-SETTLE-FILE

           MOVE 'APPROVED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-OFFER-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COSTL0AO
           MOVE 'Offer approved...' TO WS-MESSAGE
           PERFORM SEND-STL-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-DENY-KEY
      *----------------------------------------------------------------*
      * PF7: an administrator denies a pending tier-2 offer.
       PROCESS-DENY-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM CHECK-ADMIN-USER
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-PENDING-OFFER-UPDATE
           SET SETL-STATUS-DENIED     TO TRUE
           MOVE CDEMO-USER-ID         TO SETL-APPROVER-USR-ID
           MOVE WS-TODAY-X            TO SETL-DECISION-DATE
           PERFORM REWRITE-SETTLE-FILE

           MOVE 'DENIED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-OFFER-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COSTL0AO
           MOVE 'Offer denied...' TO WS-MESSAGE
           PERFORM SEND-STL-SCREEN.

      *----------------------------------------------------------------*
      *                    PROCESS-WITHDRAW-KEY
      *----------------------------------------------------------------*
      * PF9: withdraw a pending or open offer. Payments already
      * received stay on the account as ordinary payments.
       PROCESS-WITHDRAW-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-SETTLE-UPDATE
           IF OFFER-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No settlement offer on file for this account...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           IF NOT SETL-STATUS-LIVE
               EXEC CICS UNLOCK
                    DATASET   (WS-SETTLE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Only a pending or open offer can be withdrawn...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           SET SETL-STATUS-WITHDRAWN  TO TRUE
           MOVE WS-TODAY-X            TO SETL-DECISION-DATE
           PERFORM REWRITE-SETTLE-FILE

           MOVE 'WITHDRAWN' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-OFFER-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COSTL0AO
           MOVE 'Offer withdrawn...' TO WS-MESSAGE
           PERFORM SEND-STL-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
      * Also sets today's date, YYYY-MM-DD, for the edits and
      * the record stamps.
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF COSTL0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF COSTL0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           MOVE ACCTIDI OF COSTL0AI TO WS-ACCT-ID-N
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
      * Tier-2 decisions are for administrators only.
       CHECK-ADMIN-USER.
           IF NOT CDEMO-USRTYP-ADMIN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Only an administrator can approve or deny...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    CHECK-OFFER-ELIGIBLE
      *----------------------------------------------------------------*
      * Only a delinquent or charged-off balance is settled, and
      * never against a bankruptcy stay or discharge.
       CHECK-OFFER-ELIGIBLE.
           IF WS-CHARGED-OFF-FLG = 'N'
               IF ACCT-DELINQ-CURRENT
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account is not delinquent or charged off...'
                     TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               END-IF
               IF ACCT-STATUS-CLOSED
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account is closed...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               END-IF
           END-IF
           IF WS-SETTLE-BAL NOT > ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'There is no balance to settle...' TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF

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
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Holder is in bankruptcy - no settlement...'
                     TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-OFFER-FIELDS
      *----------------------------------------------------------------*
      * Amount, plan, number of payments and pay-by date, then
      * the discount and its tier.
       VALIDATE-OFFER-FIELDS.
           EVALUATE TRUE
               WHEN OFFAMTI OF COSTL0AI(1:8) NOT NUMERIC
               WHEN OFFAMTI OF COSTL0AI(9:1) NOT = '.'
               WHEN OFFAMTI OF COSTL0AI(10:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Amount should be in format 99999999.99'
                                TO WS-MESSAGE
                   MOVE -1      TO OFFAMTL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               WHEN OTHER
                   COMPUTE WS-OFFER-AMT-N =
                       FUNCTION NUMVAL-C(OFFAMTI OF COSTL0AI)
           END-EVALUATE
           IF WS-OFFER-AMT-N NOT > ZERO
              OR WS-OFFER-AMT-N NOT < WS-SETTLE-BAL
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Offer must be above zero and below the balance...'
                 TO WS-MESSAGE
               MOVE -1      TO OFFAMTL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF

           EVALUATE PLANTYPI OF COSTL0AI
               WHEN 'L'
                   IF NUMPAYI OF COSTL0AI = SPACES OR LOW-VALUES
                      OR NUMPAYI OF COSTL0AI = '01' OR '1 '
                       MOVE 1 TO WS-INSTALL-COUNT
                   ELSE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'A lump sum is a single payment...'
                         TO WS-MESSAGE
                       MOVE -1      TO NUMPAYL OF COSTL0AI
                       PERFORM SEND-STL-SCREEN
                   END-IF
               WHEN 'S'
                   IF NUMPAYI OF COSTL0AI IS NUMERIC
                      AND NUMPAYI OF COSTL0AI >= '02'
                      AND NUMPAYI OF COSTL0AI <= '06'
                       MOVE NUMPAYI OF COSTL0AI TO WS-INSTALL-COUNT
                   ELSE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'A schedule has 02 to 06 payments...'
                         TO WS-MESSAGE
                       MOVE -1      TO NUMPAYL OF COSTL0AI
                       PERFORM SEND-STL-SCREEN
                   END-IF
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Plan must be L (lump sum) or S (schedule)...'
                     TO WS-MESSAGE
                   MOVE -1      TO PLANTYPL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
           END-EVALUATE

           PERFORM VALIDATE-EXPIRY-DATE

           COMPUTE WS-DISCOUNT-PCT ROUNDED =
               ((WS-SETTLE-BAL - WS-OFFER-AMT-N) * 100)
                                 / WS-SETTLE-BAL
           IF WS-DISCOUNT-PCT > WS-TIER2-MAX-PCT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE WS-DISCOUNT-PCT TO WS-PCT-E
               STRING 'Discount of '          DELIMITED BY SIZE
                      WS-PCT-E                DELIMITED BY SIZE
                      '% is over the 50% settlement limit...'
                                              DELIMITED BY SIZE
                 INTO WS-MESSAGE
               MOVE -1      TO OFFAMTL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-EXPIRY-DATE
      *----------------------------------------------------------------*
      * The pay-by date must be a real date after today, within
      * 30 days for a lump sum and 180 for a schedule, and leave
      * room for the schedule's payments 30 days apart starting
      * no earlier than today.
       VALIDATE-EXPIRY-DATE.
           MOVE EXPDTI OF COSTL0AI    TO CSUTLDTC-DATE
           MOVE WS-DATE-FORMAT        TO CSUTLDTC-DATE-FORMAT
           MOVE SPACES                TO CSUTLDTC-RESULT
           CALL 'CSUTLDTC' USING   CSUTLDTC-DATE
                                   CSUTLDTC-DATE-FORMAT
                                   CSUTLDTC-RESULT
           IF CSUTLDTC-RESULT-SEV-CD NOT = '0000'
              AND CSUTLDTC-RESULT-MSG-NUM NOT = '2513'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Pay-by date must be a valid YYYY-MM-DD date...'
                 TO WS-MESSAGE
               MOVE -1      TO EXPDTL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF

           MOVE EXPDTI OF COSTL0AI(1:4) TO WS-EXPIRY-N(1:4)
           MOVE EXPDTI OF COSTL0AI(6:2) TO WS-EXPIRY-N(5:2)
           MOVE EXPDTI OF COSTL0AI(9:2) TO WS-EXPIRY-N(7:2)
           COMPUTE WS-EXPIRY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EXPIRY-N)
                 - FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
           COMPUTE WS-FIRST-DUE-DAYS =
                   WS-EXPIRY-DAYS - ((WS-INSTALL-COUNT - 1) * 30)

           IF WS-EXPIRY-DAYS NOT > 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Pay-by date must be after today...' TO WS-MESSAGE
               MOVE -1      TO EXPDTL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           IF PLANTYPI OF COSTL0AI = 'L'
              AND WS-EXPIRY-DAYS > WS-LUMP-MAX-DAYS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'A lump sum must be paid within 30 days...'
                 TO WS-MESSAGE
               MOVE -1      TO EXPDTL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           IF PLANTYPI OF COSTL0AI = 'S'
               IF WS-EXPIRY-DAYS > WS-SCHED-MAX-DAYS
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'A schedule must finish within 180 days...'
                     TO WS-MESSAGE
                   MOVE -1      TO EXPDTL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               END-IF
               IF WS-FIRST-DUE-DAYS < 0
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payments are 30 days apart - extend the date'
                     TO WS-MESSAGE
                   MOVE -1      TO EXPDTL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF COSTL0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the entries, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    READ-ACCOUNT-BALANCE
      *----------------------------------------------------------------*
      * Reads the account and works out the balance an offer
      * would settle. A charged-off account's balance lives on
      * the recovery ledger: the charge-off less recoveries.
       READ-ACCOUNT-BALANCE.
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
                   MOVE -1       TO ACCTIDL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COSTL0AI
                   PERFORM SEND-STL-SCREEN
           END-EVALUATE

           MOVE 'N'           TO WS-CHARGED-OFF-FLG
           MOVE ACCT-CURR-BAL TO WS-SETTLE-BAL
           IF ACCT-IS-CHARGED-OFF
               MOVE 'Y'     TO WS-CHARGED-OFF-FLG
               MOVE ZERO    TO WS-SETTLE-BAL
               MOVE ACCT-ID TO RCV-ACCT-ID
               EXEC CICS READ
                    DATASET   (WS-RCVRLEDG-FILE)
                    INTO      (RECOVERY-LEDGER-RECORD)
                    LENGTH    (LENGTH OF RECOVERY-LEDGER-RECORD)
                    RIDFLD    (RCV-ACCT-ID)
                    KEYLENGTH (LENGTH OF RCV-ACCT-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                  AND RCV-STATUS-OPEN
                   COMPUTE WS-SETTLE-BAL =
                       RCV-ORIG-BAL - RCV-RECOVERED-AMT
               END-IF
           END-IF

           MOVE WS-SETTLE-BAL TO WS-AMT-E
           MOVE WS-AMT-E      TO CURBALO OF COSTL0AO
           EVALUATE TRUE
               WHEN WS-CHARGED-OFF-FLG = 'Y'
                   MOVE 'CHARGED OFF'     TO ACCTSTO OF COSTL0AO
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED'          TO ACCTSTO OF COSTL0AO
               WHEN ACCT-DELINQ-30
                   MOVE '30 DAYS PAST DUE'  TO ACCTSTO OF COSTL0AO
               WHEN ACCT-DELINQ-60
                   MOVE '60 DAYS PAST DUE'  TO ACCTSTO OF COSTL0AO
               WHEN ACCT-DELINQ-90
                   MOVE '90 DAYS PAST DUE'  TO ACCTSTO OF COSTL0AO
               WHEN ACCT-DELINQ-120-PLUS
                   MOVE '120+ DAYS PAST DUE' TO ACCTSTO OF COSTL0AO
               WHEN OTHER
                   MOVE 'CURRENT'         TO ACCTSTO OF COSTL0AO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    POPULATE-OFFER-FIELDS
      *----------------------------------------------------------------*
      * Shows the offer in SETTLEMENT-OFFER-RECORD on the screen.
       POPULATE-OFFER-FIELDS.
           MOVE SETL-OFFER-AMT        TO WS-AMT-E
           MOVE WS-AMT-E(4:11)        TO OFFAMTI OF COSTL0AI
           MOVE SETL-PLAN-TYPE        TO PLANTYPI OF COSTL0AI
           MOVE SETL-INSTALL-COUNT    TO NUMPAYI  OF COSTL0AI
           MOVE SETL-EXPIRY-DATE      TO EXPDTI   OF COSTL0AI
           MOVE SPACES                TO CONFIRMI OF COSTL0AI
           MOVE SETL-DISCOUNT-PCT     TO WS-PCT-E
           MOVE WS-PCT-E              TO DISCPCTO OF COSTL0AO
           MOVE SETL-APPROVAL-TIER    TO TIERO    OF COSTL0AO
           MOVE SETL-RECEIVED-AMT     TO WS-AMT-E
           MOVE WS-AMT-E              TO RCVDAMTO OF COSTL0AO
           MOVE SETL-OFFER-USR-ID     TO OFFBYO   OF COSTL0AO
           MOVE SETL-APPROVER-USR-ID  TO APPRBYO  OF COSTL0AO
           EVALUATE TRUE
               WHEN SETL-STATUS-PENDING
                   MOVE 'PENDING APPROVAL'  TO OFFSTATO OF COSTL0AO
               WHEN SETL-STATUS-APPROVED
                   MOVE 'APPROVED - OPEN'   TO OFFSTATO OF COSTL0AO
               WHEN SETL-STATUS-SETTLED
                   MOVE 'SETTLED'           TO OFFSTATO OF COSTL0AO
               WHEN SETL-STATUS-BROKEN
                   MOVE 'BROKEN'            TO OFFSTATO OF COSTL0AO
               WHEN SETL-STATUS-EXPIRED
                   MOVE 'EXPIRED'           TO OFFSTATO OF COSTL0AO
               WHEN SETL-STATUS-DENIED
                   MOVE 'DENIED'            TO OFFSTATO OF COSTL0AO
               WHEN SETL-STATUS-WITHDRAWN
                   MOVE 'WITHDRAWN'         TO OFFSTATO OF COSTL0AO
               WHEN OTHER
                   MOVE SPACES              TO OFFSTATO OF COSTL0AO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     CLEAR-OFFER-FIELDS
      *----------------------------------------------------------------*
       CLEAR-OFFER-FIELDS.
           MOVE SPACES TO OFFAMTI  OF COSTL0AI
                          PLANTYPI OF COSTL0AI
                          NUMPAYI  OF COSTL0AI
                          EXPDTI   OF COSTL0AI
                          CONFIRMI OF COSTL0AI
                          DISCPCTO OF COSTL0AO
                          TIERO    OF COSTL0AO
                          OFFSTATO OF COSTL0AO
                          RCVDAMTO OF COSTL0AO
                          OFFBYO   OF COSTL0AO
                          APPRBYO  OF COSTL0AO.

      *----------------------------------------------------------------*
      *                      READ-SETTLE-FILE
      *----------------------------------------------------------------*
       READ-SETTLE-FILE.
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
           PERFORM CHECK-SETTLE-READ.

      *----------------------------------------------------------------*
      *                     READ-SETTLE-UPDATE
      *----------------------------------------------------------------*
       READ-SETTLE-UPDATE.
           MOVE WS-ACCT-ID-N TO SETL-ACCT-ID
           EXEC CICS READ
                DATASET   (WS-SETTLE-FILE)
                INTO      (SETTLEMENT-OFFER-RECORD)
                LENGTH    (LENGTH OF SETTLEMENT-OFFER-RECORD)
                RIDFLD    (SETL-ACCT-ID)
                KEYLENGTH (LENGTH OF SETL-ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-SETTLE-READ.

      *----------------------------------------------------------------*
      *                     CHECK-SETTLE-READ
      *----------------------------------------------------------------*
       CHECK-SETTLE-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET OFFER-FOUND     TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET OFFER-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read settlement offer file...' TO
                                   WS-MESSAGE
                   PERFORM SEND-STL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                  READ-PENDING-OFFER-UPDATE
      *----------------------------------------------------------------*
      * Approve and deny act only on a pending tier-2 offer.
       READ-PENDING-OFFER-UPDATE.
           PERFORM READ-SETTLE-UPDATE
           IF OFFER-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No settlement offer on file for this account...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF
           IF NOT SETL-STATUS-PENDING
               EXEC CICS UNLOCK
                    DATASET   (WS-SETTLE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'The offer is not pending approval...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COSTL0AI
               PERFORM SEND-STL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                     WRITE-SETTLE-FILE
      *----------------------------------------------------------------*
       WRITE-SETTLE-FILE.
           EXEC CICS WRITE
                DATASET   (WS-SETTLE-FILE)
                FROM      (SETTLEMENT-OFFER-RECORD)
                LENGTH    (LENGTH OF SETTLEMENT-OFFER-RECORD)
                RIDFLD    (SETL-ACCT-ID)
                KEYLENGTH (LENGTH OF SETL-ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to add settlement offer...' TO
                               WS-MESSAGE
               PERFORM SEND-STL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    REWRITE-SETTLE-FILE
      *----------------------------------------------------------------*
       REWRITE-SETTLE-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-SETTLE-FILE)
                FROM      (SETTLEMENT-OFFER-RECORD)
                LENGTH    (LENGTH OF SETTLEMENT-OFFER-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update settlement offer...' TO
                               WS-MESSAGE
               PERFORM SEND-STL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one '9' (settlement offer) record to the AUDITLOG
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
           SET AUD-ACTION-SETTLEMENT TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE SETL-OFFER-AMT    TO WS-AMT-E
           MOVE SETL-DISCOUNT-PCT TO WS-PCT-E
           STRING 'STL '              DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' ACCT '            DELIMITED BY SIZE
                  WS-ACCT-ID-X        DELIMITED BY SIZE
                  ' AMT '             DELIMITED BY SIZE
                  WS-AMT-E            DELIMITED BY SIZE
                  ' DISC '            DELIMITED BY SIZE
                  WS-PCT-E            DELIMITED BY SIZE
                  ' TIER '            DELIMITED BY SIZE
                  SETL-APPROVAL-TIER  DELIMITED BY SIZE
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
           PERFORM CLEAR-OFFER-FIELDS
           MOVE SPACES TO ACCTIDI  OF COSTL0AI
                          CURBALO  OF COSTL0AO
                          ACCTSTO  OF COSTL0AO
                          WS-MESSAGE
           MOVE -1     TO ACCTIDL  OF COSTL0AI
           PERFORM SEND-STL-SCREEN.

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
      *                      SEND-STL-SCREEN
      *----------------------------------------------------------------*
       SEND-STL-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COSTL0AO

           EXEC CICS SEND
                     MAP('COSTL0A')
                     MAPSET('COSTL00')
                     FROM(COSTL0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-STL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-STL-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COSTL0A')
                     MAPSET('COSTL00')
                     INTO(COSTL0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COSTL0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COSTL0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COSTL0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COSTL0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COSTL0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COSTL0AO.
