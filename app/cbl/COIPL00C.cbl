      ******************************************************************
      * Program     : COIPL00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Purchase installment plan set-up, early
      *               payoff and inquiry screen
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
      * Program:     COIPL00C
      * Transaction: CIPL
      * BMS Map:     COIPL00 / COIPL0A
      * Function:    Converts one posted purchase into a fixed-term,
      *              equal-payment installment plan (see
      *              CVIPL01Y.cpy). Reached directly or from the
      *              transaction view (COTRN01C PF10), which hands
      *              over the purchase's TRAN-ID.
      *                - Account ID only: lists the account's plans.
      *                - Purchase TRAN-ID with a plan on file: shows
      *                  the plan's progress.
      *                - Purchase TRAN-ID with no plan: checks the
      *                  purchase is eligible and, once a term is
      *                  keyed, quotes the plan fee (the product's
      *                  PRD-IPL-FEE-PCT of the purchase) and the
      *                  monthly installment. Keying Y sets the plan
      *                  up: the purchase moves out of its revolving
      *                  category into the plan balance segment
      *                  (type '11' category 0001, which accrues no
      *                  revolving interest), the one-time fee posts
      *                  as type '07' category 0009, and the INSTPLAN
      *                  record is written active. The moves post to
      *                  TRANSACT and TCATBALF like any other
      *                  entry, tagged source INSTPLAN; only the fee
      *                  changes ACCT-CURR-BAL.
      *              Eligible: a type '01' purchase of at least
      *              WS-IPL-MIN-AMT, posted within WS-IPL-MAX-AGE-DAYS,
      *              not in dispute and not already on a plan, on an
      *              open, current, not charged-off account. Terms
      *              are 3, 6, 12, 18 or 24 months.
      *              CBACT04C bills one installment into each cycle's
      *              minimum payment; PF5 requests early payoff, and
      *              the whole unbilled amount then bills at the
      *              next cycle close.
      * Files:       INSTPLAN (READ, READ UPDATE, WRITE, REWRITE,
      *                        STARTBR, READNEXT, ENDBR)
      *              TRANSACT (READ, STARTBR, READPREV, ENDBR, WRITE)
      *              TOKNAIX  (READ, by token alt key)
      *              CCXREF   (READ)
      *              ACCTDAT  (READ, READ UPDATE, REWRITE)
      *              PRODCAT  (READ)
      *              TCATBALF (READ UPDATE, REWRITE, WRITE)
      * Navigation:  PF3 returns to caller or main menu. PF4 clears
      *              the form. PF5 requests early payoff.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COIPL00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COIPL00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CIPL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-INSTPLAN-FILE           PIC X(08) VALUE 'INSTPLAN'.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-TOKNAIX-FILE            PIC X(08) VALUE 'TOKNAIX '.
         05 WS-CCXREF-FILE             PIC X(08) VALUE 'CCXREF  '.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-PRODCAT-FILE            PIC X(08) VALUE 'PRODCAT '.
         05 WS-TCATBAL-FILE            PIC X(08) VALUE 'TCATBALF'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      * Whether the keyed purchase already has a plan on file
         05 WS-PLAN-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 PLAN-FOUND                         VALUE 'Y'.
           88 PLAN-NOT-FOUND                     VALUE 'N'.
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
         05 WS-ACCT-ID-N               PIC 9(11) VALUE 0.
         05 WS-CARD-NUM                PIC X(16) VALUE SPACES.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
      * Plan eligibility limits: smallest purchase that can be
      * converted, and how many days after posting it may be
         05 WS-IPL-MIN-AMT             PIC S9(09)V99 VALUE 100.00.
         05 WS-IPL-MAX-AGE-DAYS        PIC S9(04) COMP VALUE 60.
      * The purchase being converted, saved off TRAN-RECORD
      * before the set-up postings reuse it
         05 WS-PUR-TRAN-ID             PIC X(16) VALUE SPACES.
         05 WS-PUR-TYPE-CD             PIC X(02) VALUE SPACES.
         05 WS-PUR-CAT-CD              PIC 9(04) VALUE ZEROS.
         05 WS-PUR-AMT                 PIC S9(09)V99 VALUE ZERO.
         05 WS-PUR-CARD                PIC X(16) VALUE SPACES.
         05 WS-PUR-DISPUTE             PIC X(01) VALUE SPACES.
         05 WS-PUR-DATE-N              PIC 9(08) VALUE ZEROS.
         05 WS-PUR-AGE-DAYS            PIC S9(07) COMP VALUE ZERO.
      * Quote: term keyed, fee rate, fee and monthly installment
         05 WS-TERM-N                  PIC 9(02) VALUE ZEROS.
         05 WS-FEE-PCT                 PIC 9(01)V9(04) VALUE ZERO.
         05 WS-PLAN-FEE                PIC S9(07)V99 VALUE ZERO.
         05 WS-INSTALLMENT             PIC S9(09)V99 VALUE ZERO.
      * One set-up posting: category, signed amount, description
         05 WS-POST-TYPE-CD            PIC X(02) VALUE SPACES.
         05 WS-POST-CAT-CD             PIC 9(04) VALUE ZEROS.
         05 WS-POST-AMT                PIC S9(09)V99 VALUE ZERO.
         05 WS-POST-DESC               PIC X(100) VALUE SPACES.
         05 WS-PLAN-TRAN-ID            PIC X(16) VALUE SPACES.
         05 WS-FEE-TRAN-ID             PIC X(16) VALUE SPACES.
      * Plan list browse
         05 WS-SCAN-DONE-FLG           PIC X(01) VALUE 'N'.
         05 WS-LIST-ROW                PIC S9(04) COMP VALUE ZERO.
         05 WS-AMT-E                   PIC ZZZ,ZZZ,ZZ9.99 VALUE ZEROS.
         05 WS-BILLED-E.
           10 WS-BILLED-CNT-E          PIC ZZ9.
           10 FILLER                   PIC X(04) VALUE ' of '.
           10 WS-BILLED-TERM-E         PIC ZZ9.
         05 WS-PLAN-LINE.
           10 WS-PL-TRAN-ID            PIC X(16).
           10 FILLER                   PIC X(01) VALUE SPACE.
           10 WS-PL-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC X(01) VALUE SPACE.
           10 WS-PL-INSTALLMENT        PIC ZZZ,ZZ9.99.
           10 FILLER                   PIC X(01) VALUE SPACE.
           10 WS-PL-BILLED             PIC ZZ9.
           10 FILLER                   PIC X(01) VALUE '/'.
           10 WS-PL-TERM               PIC 999.
           10 FILLER                   PIC X(01) VALUE SPACE.
           10 WS-PL-UNBILLED           PIC ZZZ,ZZZ,ZZ9.99.
           10 FILLER                   PIC X(01) VALUE SPACE.
           10 WS-PL-STATUS             PIC X(09).

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
      * CIPL-specific extension -- the purchase's TRAN-ID, handed
      * off from COTRN01C's CDEMO-CT01-TRN-SELECTED field of the
      * same byte position.
          05 CDEMO-IP00-INFO.
             10 CDEMO-IP00-TRN-SELECTED    PIC X(16).

      * BMS symbolic map for the installment plan screen (COIPL0A)
       COPY COIPL00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 200-byte installment plan record (INSTALLMENT-PLAN-RECORD)
       COPY CVIPL01Y.
      * 370-byte transaction record layout (TRAN-RECORD)
       COPY CVTRA05Y.
      * 80-byte card token vault record (TOKEN-RECORD)
       COPY CVTKN01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 300-byte account record layout (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * Product catalog record (PRODUCT-CATALOG-RECORD)
       COPY CVPRD01Y.
      * 50-byte category balance record (TRAN-CAT-BAL-RECORD)
       COPY CVTRA01Y.

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
      * Main entry point. AID dispatch: Enter=list/quote/set up,
      * PF3=back, PF4=clear, PF5=early payoff.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COIPL0AO

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
                   MOVE LOW-VALUES          TO COIPL0AO
                   MOVE -1       TO ACCTIDL OF COIPL0AI
      * A hand-off from the transaction view carries the purchase
                   IF CDEMO-FROM-PROGRAM = 'COTRN01C'
                      AND CDEMO-IP00-TRN-SELECTED NOT = SPACES AND
                                                        LOW-VALUES
                       MOVE CDEMO-IP00-TRN-SELECTED TO
                            TRNIDI OF COIPL0AI
                       PERFORM PROCESS-ENTER-KEY
                   END-IF
                   IF CDEMO-ACCT-ID NOT = ZEROS
                       MOVE CDEMO-ACCT-ID   TO ACCTIDI OF COIPL0AI
                       PERFORM PROCESS-ENTER-KEY
                   END-IF
                   PERFORM SEND-PLAN-SCREEN
               ELSE
                   PERFORM RECEIVE-PLAN-SCREEN
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
                           PERFORM PROCESS-PAYOFF-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-PLAN-SCREEN
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
      * Account only: list its plans. Purchase keyed: show its
      * plan, or check eligibility, quote the keyed term and --
      * with Y -- set the plan up.
       PROCESS-ENTER-KEY.
           IF TRNIDI OF COIPL0AI = SPACES OR LOW-VALUES
               PERFORM VALIDATE-ACCOUNT-ID
               IF ERR-FLG-ON
                   PERFORM SEND-PLAN-SCREEN
               END-IF
               PERFORM READ-ACCOUNT-FILE
               IF ERR-FLG-ON
                   PERFORM SEND-PLAN-SCREEN
               END-IF
               PERFORM LIST-ACCOUNT-PLANS
               IF WS-LIST-ROW = ZERO
                   MOVE 'No plans on file - key a purchase Tran ID'
                     TO WS-MESSAGE
               ELSE
                   MOVE 'Key a Tran ID to view or set up a plan...'
                     TO WS-MESSAGE
               END-IF
               MOVE -1       TO TRNIDL OF COIPL0AI
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM LOOKUP-PURCHASE
           IF PLAN-FOUND
               PERFORM POPULATE-PLAN-FIELDS
               IF IPL-STATUS-ACTIVE
                   MOVE 'Plan on file - PF5 requests early payoff...'
                     TO WS-MESSAGE
               ELSE
                   MOVE 'Plan on file...' TO WS-MESSAGE
               END-IF
               PERFORM LIST-ACCOUNT-PLANS
               PERFORM SEND-PLAN-SCREEN
           END-IF
           PERFORM LIST-ACCOUNT-PLANS

           PERFORM CHECK-ELIGIBILITY
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           IF TERMI OF COIPL0AI = SPACES OR LOW-VALUES
               MOVE 'Eligible - key a term of 03, 06, 12, 18 or 24'
                 TO WS-MESSAGE
               MOVE -1       TO TERML OF COIPL0AI
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM QUOTE-PLAN
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           EVALUATE CONFIRMI OF COIPL0AI
               WHEN 'Y'
               WHEN 'y'
                   PERFORM SET-UP-PLAN
               WHEN OTHER
                   MOVE 'Review the quote and key Y to set up the plan'
                     TO WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COIPL0AI
                   PERFORM SEND-PLAN-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      PROCESS-PAYOFF-KEY
      *----------------------------------------------------------------*
      * PF5: requests early payoff of the keyed purchase's plan.
      * Nothing posts here -- the plan moves to 'P' and the next
      * cycle close bills the whole unbilled amount.
       PROCESS-PAYOFF-KEY.
           IF TRNIDI OF COIPL0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the Tran ID of the plan to pay off...' TO
                               WS-MESSAGE
               MOVE -1       TO TRNIDL OF COIPL0AI
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM LOOKUP-PURCHASE
           IF PLAN-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No installment plan on file for this purchase'
                 TO WS-MESSAGE
               MOVE -1       TO TRNIDL OF COIPL0AI
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM READ-INSTPLAN-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           IF NOT IPL-STATUS-ACTIVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Plan is not active - no payoff needed...' TO
                               WS-MESSAGE
               PERFORM POPULATE-PLAN-FIELDS
               PERFORM SEND-PLAN-SCREEN
           END-IF

           SET IPL-STATUS-PAYOFF TO TRUE
           SET IPL-PAYOFF-EARLY  TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
             INTO IPL-PAYOFF-DATE
           PERFORM REWRITE-INSTPLAN-FILE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM POPULATE-PLAN-FIELDS
           PERFORM LIST-ACCOUNT-PLANS
           MOVE DFHGREEN TO ERRMSGC OF COIPL0AO
           MOVE 'Payoff requested - balance bills at next cycle...'
             TO WS-MESSAGE
           PERFORM SEND-PLAN-SCREEN.

      *----------------------------------------------------------------*
      *                       LOOKUP-PURCHASE
      *----------------------------------------------------------------*
      * Reads the keyed purchase, resolves its account through
      * the card (the TRANSACT card field holds the vault token),
      * reads the account and any plan already on the purchase.
      * An account ID keyed alongside must be the purchase's.
       LOOKUP-PURCHASE.
           MOVE TRNIDI OF COIPL0AI TO TRAN-ID
           PERFORM READ-TRANSACT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           MOVE TRAN-ID           TO WS-PUR-TRAN-ID
           MOVE TRAN-TYPE-CD      TO WS-PUR-TYPE-CD
           MOVE TRAN-CAT-CD       TO WS-PUR-CAT-CD
           MOVE TRAN-AMT          TO WS-PUR-AMT
           MOVE TRAN-CARD-NUM     TO WS-PUR-CARD
           MOVE TRAN-DISPUTE-STATUS TO WS-PUR-DISPUTE
           MOVE ZEROS             TO WS-PUR-DATE-N
           MOVE TRAN-PROC-TS(1:4) TO WS-PUR-DATE-N(1:4)
           MOVE TRAN-PROC-TS(6:2) TO WS-PUR-DATE-N(5:2)
           MOVE TRAN-PROC-TS(9:2) TO WS-PUR-DATE-N(7:2)

           MOVE WS-PUR-AMT        TO WS-AMT-E
           MOVE WS-AMT-E          TO PURAMTO OF COIPL0AO
           MOVE TRAN-DESC         TO PURDSCO OF COIPL0AO

           PERFORM RESOLVE-PURCHASE-ACCOUNT
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           IF ACCTIDI OF COIPL0AI NOT = SPACES AND LOW-VALUES
               IF ACCTIDI OF COIPL0AI IS NOT NUMERIC
                  OR FUNCTION NUMVAL(ACCTIDI OF COIPL0AI)
                     NOT = XREF-ACCT-ID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Transaction is not on the account keyed...'
                     TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COIPL0AI
                   PERFORM SEND-PLAN-SCREEN
               END-IF
           END-IF

           MOVE XREF-ACCT-ID      TO WS-ACCT-ID-N
                                     ACCT-ID
                                     ACCTIDI OF COIPL0AI
           PERFORM READ-ACCOUNT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           MOVE WS-ACCT-ID-N      TO IPL-ACCT-ID
           MOVE WS-PUR-TRAN-ID    TO IPL-TRAN-ID
           PERFORM READ-INSTPLAN-FILE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                   RESOLVE-PURCHASE-ACCOUNT
      *----------------------------------------------------------------*
      * TRANSACT carries the card's vault token; the token alt
      * index gives back the card, whose cross-reference names
      * the account. A record predating tokenization carries the
      * real card number and goes straight to the cross-reference.
       RESOLVE-PURCHASE-ACCOUNT.
           MOVE WS-PUR-CARD TO WS-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-TOKNAIX-FILE)
                INTO      (TOKEN-RECORD)
                LENGTH    (LENGTH OF TOKEN-RECORD)
                RIDFLD    (WS-PUR-CARD)
                KEYLENGTH (16)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE TOKEN-CARD-NUM TO WS-CARD-NUM
           END-IF

           MOVE WS-CARD-NUM TO XREF-CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CCXREF-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH OF XREF-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to find the account for this card...' TO
                               WS-MESSAGE
               MOVE -1       TO TRNIDL OF COIPL0AI
           END-IF.

      *----------------------------------------------------------------*
      *                      CHECK-ELIGIBILITY
      *----------------------------------------------------------------*
      * The account must be open, current and not charged off;
      * the transaction must be a purchase of at least the plan
      * minimum, posted within the age limit and not in dispute.
       CHECK-ELIGIBILITY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           IF WS-PUR-DATE-N IS NUMERIC AND WS-PUR-DATE-N > ZERO
               COMPUTE WS-PUR-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
                 - FUNCTION INTEGER-OF-DATE(WS-PUR-DATE-N)
           ELSE
               MOVE 9999 TO WS-PUR-AGE-DAYS
           END-IF

           MOVE 'Y' TO WS-ERR-FLG
           EVALUATE TRUE
               WHEN NOT ACCT-STATUS-ACTIVE
                   MOVE 'Account is not open - no new plans...' TO
                                   WS-MESSAGE
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'Account is charged off - no new plans...' TO
                                   WS-MESSAGE
               WHEN NOT ACCT-DELINQ-CURRENT
                   MOVE 'Account is past due - no new plans...' TO
                                   WS-MESSAGE
               WHEN WS-PUR-TYPE-CD NOT = '01'
               WHEN WS-PUR-AMT NOT > ZERO
                   MOVE 'Only a purchase can be put on a plan...' TO
                                   WS-MESSAGE
               WHEN WS-PUR-AMT < WS-IPL-MIN-AMT
                   MOVE 'Purchase is below the plan minimum of 100.00'
                     TO WS-MESSAGE
               WHEN WS-PUR-AGE-DAYS > WS-IPL-MAX-AGE-DAYS
                   MOVE 'Purchase is over 60 days old - no plan...' TO
                                   WS-MESSAGE
               WHEN WS-PUR-DISPUTE NOT = SPACE
                   MOVE 'Purchase is under dispute - no plan...' TO
                                   WS-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-ERR-FLG
           END-EVALUATE
           IF ERR-FLG-ON
               MOVE -1       TO TRNIDL OF COIPL0AI
           END-IF.

      *----------------------------------------------------------------*
      *                          QUOTE-PLAN
      *----------------------------------------------------------------*
      * Edits the term and quotes the plan: the fee at the
      * product's plan fee rate (no PRODCAT row, no fee) and the
      * equal monthly installment. The last installment bills
      * whatever rounding leaves.
       QUOTE-PLAN.
           MOVE ZEROS TO WS-TERM-N
           IF TERMI OF COIPL0AI IS NUMERIC
               MOVE TERMI OF COIPL0AI TO WS-TERM-N
           END-IF
           EVALUATE WS-TERM-N
               WHEN 03
               WHEN 06
               WHEN 12
               WHEN 18
               WHEN 24
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Term must be 03, 06, 12, 18 or 24 months...'
                     TO WS-MESSAGE
                   MOVE -1      TO TERML OF COIPL0AI
           END-EVALUATE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM GET-PLAN-FEE-RATE
           COMPUTE WS-PLAN-FEE ROUNDED =
               WS-PUR-AMT * WS-FEE-PCT / 100
           COMPUTE WS-INSTALLMENT ROUNDED =
               WS-PUR-AMT / WS-TERM-N

           MOVE WS-PLAN-FEE       TO WS-AMT-E
           MOVE WS-AMT-E          TO FEEAMTO  OF COIPL0AO
           MOVE WS-INSTALLMENT    TO WS-AMT-E
           MOVE WS-AMT-E          TO INSTAMTO OF COIPL0AO.

      *----------------------------------------------------------------*
      *                      GET-PLAN-FEE-RATE
      *----------------------------------------------------------------*
       GET-PLAN-FEE-RATE.
           MOVE ZERO          TO WS-FEE-PCT
           MOVE ACCT-GROUP-ID TO PRD-GROUP-ID
           EXEC CICS READ
                DATASET   (WS-PRODCAT-FILE)
                INTO      (PRODUCT-CATALOG-RECORD)
                LENGTH    (LENGTH OF PRODUCT-CATALOG-RECORD)
                RIDFLD    (PRD-GROUP-ID)
                KEYLENGTH (LENGTH OF PRD-GROUP-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND PRD-IPL-FEE-PCT IS NUMERIC
               MOVE PRD-IPL-FEE-PCT TO WS-FEE-PCT
           END-IF.

      *----------------------------------------------------------------*
      *                         SET-UP-PLAN
      *----------------------------------------------------------------*
      * Charges the fee to the account, posts the three set-up
      * entries on consecutive new TRAN-IDs -- purchase out of
      * its category, into the plan segment, the fee -- and
      * writes the plan active with the full purchase unbilled.
       SET-UP-PLAN.
           PERFORM READ-ACCOUNT-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF
           ADD WS-PLAN-FEE TO ACCT-CURR-BAL
           PERFORM REWRITE-ACCOUNT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM GET-NEXT-TRAN-ID

           MOVE WS-PUR-TYPE-CD    TO WS-POST-TYPE-CD
           MOVE WS-PUR-CAT-CD     TO WS-POST-CAT-CD
           COMPUTE WS-POST-AMT = WS-PUR-AMT * -1
           MOVE SPACES            TO WS-POST-DESC
           STRING 'Purchase moved to installment plan '
                  DELIMITED BY SIZE
                  WS-PUR-TRAN-ID  DELIMITED BY SIZE
             INTO WS-POST-DESC
           PERFORM POST-PLAN-ENTRY

           ADD 1 TO WS-TRAN-ID-N
           MOVE '11'              TO WS-POST-TYPE-CD
           MOVE 0001              TO WS-POST-CAT-CD
           MOVE WS-PUR-AMT        TO WS-POST-AMT
           MOVE SPACES            TO WS-POST-DESC
           STRING 'Installment plan balance, purchase '
                  DELIMITED BY SIZE
                  WS-PUR-TRAN-ID  DELIMITED BY SIZE
             INTO WS-POST-DESC
           PERFORM POST-PLAN-ENTRY
           MOVE TRAN-ID           TO WS-PLAN-TRAN-ID

           MOVE SPACES            TO WS-FEE-TRAN-ID
           IF WS-PLAN-FEE > ZERO
               ADD 1 TO WS-TRAN-ID-N
               MOVE '07'              TO WS-POST-TYPE-CD
               MOVE 0009              TO WS-POST-CAT-CD
               MOVE WS-PLAN-FEE       TO WS-POST-AMT
               MOVE SPACES            TO WS-POST-DESC
               STRING 'Installment plan fee, purchase '
                      DELIMITED BY SIZE
                      WS-PUR-TRAN-ID  DELIMITED BY SIZE
                 INTO WS-POST-DESC
               PERFORM POST-PLAN-ENTRY
               MOVE TRAN-ID           TO WS-FEE-TRAN-ID
           END-IF

           INITIALIZE INSTALLMENT-PLAN-RECORD
           MOVE WS-ACCT-ID-N      TO IPL-ACCT-ID
           MOVE WS-PUR-TRAN-ID    TO IPL-TRAN-ID
           MOVE WS-PUR-TYPE-CD    TO IPL-ORIG-TYPE-CD
           MOVE WS-PUR-CAT-CD     TO IPL-ORIG-CAT-CD
           MOVE WS-PUR-AMT        TO IPL-PRINCIPAL
                                     IPL-UNBILLED-BAL
           MOVE WS-PLAN-FEE       TO IPL-FEE-AMT
           MOVE WS-TERM-N         TO IPL-TERM-MONTHS
           MOVE WS-INSTALLMENT    TO IPL-INSTALLMENT-AMT
           MOVE ZERO              TO IPL-BILLED-COUNT
                                     IPL-BILLED-TOTAL
                                     IPL-LAST-BILL-AMT
           SET IPL-STATUS-ACTIVE  TO TRUE
           STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
             INTO IPL-SETUP-DATE
           MOVE CDEMO-USER-ID     TO IPL-SETUP-USR-ID
           MOVE SPACES            TO IPL-LAST-BILL-DATE
                                     IPL-PAYOFF-REASON
                                     IPL-PAYOFF-DATE
           MOVE WS-PLAN-TRAN-ID   TO IPL-PLAN-TRAN-ID
           MOVE WS-FEE-TRAN-ID    TO IPL-FEE-TRAN-ID
           PERFORM WRITE-INSTPLAN-FILE
           IF ERR-FLG-ON
               PERFORM SEND-PLAN-SCREEN
           END-IF

           PERFORM POPULATE-PLAN-FIELDS
           PERFORM LIST-ACCOUNT-PLANS
           MOVE SPACES TO CONFIRMI OF COIPL0AI
           MOVE DFHGREEN TO ERRMSGC OF COIPL0AO
           MOVE 'Installment plan set up...' TO WS-MESSAGE
           PERFORM SEND-PLAN-SCREEN.

      *----------------------------------------------------------------*
      *                       GET-NEXT-TRAN-ID
      *----------------------------------------------------------------*
      * Browse-to-end pattern COTRN02C uses for the next TRAN-ID;
      * the set-up entries take it and the IDs that follow.
       GET-NEXT-TRAN-ID.
           MOVE HIGH-VALUES TO TRAN-ID
           EXEC CICS STARTBR
                DATASET   (WS-TRANSACT-FILE)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                    DATASET   (WS-TRANSACT-FILE)
                    INTO      (TRAN-RECORD)
                    LENGTH    (LENGTH OF TRAN-RECORD)
                    RIDFLD    (TRAN-ID)
                    KEYLENGTH (LENGTH OF TRAN-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE ZEROS TO TRAN-ID
               END-IF
               EXEC CICS ENDBR
                    DATASET   (WS-TRANSACT-FILE)
               END-EXEC
           ELSE
               MOVE ZEROS TO TRAN-ID
           END-IF
           MOVE TRAN-ID TO WS-TRAN-ID-N
           ADD 1 TO WS-TRAN-ID-N.

      *----------------------------------------------------------------*
      *                       POST-PLAN-ENTRY
      *----------------------------------------------------------------*
      * Writes one set-up entry on TRANSACT under WS-TRAN-ID-N
      * and applies it to the matching TCATBALF row (created if
      * the account has none yet). The entries carry the
      * purchase's card token; none links through TRAN-ORIG-
      * TRAN-ID, which is reserved for refunds and reversals.
       POST-PLAN-ENTRY.
           INITIALIZE TRAN-RECORD
           MOVE WS-TRAN-ID-N         TO TRAN-ID
           MOVE WS-POST-TYPE-CD      TO TRAN-TYPE-CD
           MOVE WS-POST-CAT-CD       TO TRAN-CAT-CD
           MOVE 'INSTPLAN'           TO TRAN-SOURCE
           MOVE WS-POST-DESC         TO TRAN-DESC
           MOVE WS-POST-AMT          TO TRAN-AMT
           MOVE 0                    TO TRAN-MERCHANT-ID
           MOVE WS-PUR-CARD          TO TRAN-CARD-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY   '-'
                  WS-CURTIME-HOURS '.' WS-CURTIME-MINUTE '.'
                  WS-CURTIME-SECOND '.000000'
                  DELIMITED BY SIZE
             INTO TRAN-ORIG-TS
           MOVE TRAN-ORIG-TS         TO TRAN-PROC-TS
           MOVE 'N'                  TO TRAN-CARD-PRESENT
           MOVE ACCT-CURRENCY-CD     TO TRAN-CURRENCY-CD

           EXEC CICS WRITE
                DATASET   (WS-TRANSACT-FILE)
                FROM      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Fee charged - unable to post plan entries...' TO
                               WS-MESSAGE
               PERFORM SEND-PLAN-SCREEN
           END-IF

           MOVE WS-ACCT-ID-N         TO TRANCAT-ACCT-ID
           MOVE WS-POST-TYPE-CD      TO TRANCAT-TYPE-CD
           MOVE WS-POST-CAT-CD       TO TRANCAT-CD
           EXEC CICS READ
                DATASET   (WS-TCATBAL-FILE)
                INTO      (TRAN-CAT-BAL-RECORD)
                LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              ADD WS-POST-AMT TO TRAN-CAT-BAL
              EXEC CICS REWRITE
                   DATASET   (WS-TCATBAL-FILE)
                   FROM      (TRAN-CAT-BAL-RECORD)
                   LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                   RESP      (WS-RESP-CD)
                   RESP2     (WS-REAS-CD)
              END-EXEC
           ELSE
              INITIALIZE TRAN-CAT-BAL-RECORD
              MOVE WS-ACCT-ID-N       TO TRANCAT-ACCT-ID
              MOVE WS-POST-TYPE-CD    TO TRANCAT-TYPE-CD
              MOVE WS-POST-CAT-CD     TO TRANCAT-CD
              MOVE WS-POST-AMT        TO TRAN-CAT-BAL
              EXEC CICS WRITE
                   DATASET   (WS-TCATBAL-FILE)
                   FROM      (TRAN-CAT-BAL-RECORD)
                   LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                   RIDFLD    (TRAN-CAT-KEY)
                   KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                   RESP      (WS-RESP-CD)
                   RESP2     (WS-REAS-CD)
              END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
              MOVE 'Y' TO WS-ERR-FLG
              MOVE 'Plan entries posted - category update failed...'
                TO WS-MESSAGE
              PERFORM SEND-PLAN-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      LIST-ACCOUNT-PLANS
      *----------------------------------------------------------------*
      * Paints up to five of the account's plans, in purchase
      * TRAN-ID order, on the list lines. A plan record read
      * here is not kept -- callers paint the detail first.
       LIST-ACCOUNT-PLANS.
           MOVE ZERO         TO WS-LIST-ROW
           MOVE SPACES       TO PLNLN01O OF COIPL0AO
                                PLNLN02O OF COIPL0AO
                                PLNLN03O OF COIPL0AO
                                PLNLN04O OF COIPL0AO
                                PLNLN05O OF COIPL0AO
           MOVE WS-ACCT-ID-N TO IPL-ACCT-ID
           MOVE LOW-VALUES   TO IPL-TRAN-ID
           EXEC CICS STARTBR
                DATASET   (WS-INSTPLAN-FILE)
                RIDFLD    (IPL-KEY)
                KEYLENGTH (LENGTH OF IPL-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SCAN-DONE-FLG
               PERFORM LIST-ONE-PLAN
                   UNTIL WS-SCAN-DONE-FLG = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-INSTPLAN-FILE)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                        LIST-ONE-PLAN
      *----------------------------------------------------------------*
       LIST-ONE-PLAN.
           EXEC CICS READNEXT
                DATASET   (WS-INSTPLAN-FILE)
                INTO      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (IPL-KEY)
                KEYLENGTH (LENGTH OF IPL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR IPL-ACCT-ID NOT = WS-ACCT-ID-N
              OR WS-LIST-ROW NOT < 5
               MOVE 'Y' TO WS-SCAN-DONE-FLG
           ELSE
               ADD 1 TO WS-LIST-ROW
               MOVE IPL-TRAN-ID          TO WS-PL-TRAN-ID
               MOVE IPL-PRINCIPAL        TO WS-PL-PRINCIPAL
               MOVE IPL-INSTALLMENT-AMT  TO WS-PL-INSTALLMENT
               MOVE IPL-BILLED-COUNT     TO WS-PL-BILLED
               MOVE IPL-TERM-MONTHS      TO WS-PL-TERM
               MOVE IPL-UNBILLED-BAL     TO WS-PL-UNBILLED
               PERFORM SET-PLAN-STATUS-TEXT
               EVALUATE WS-LIST-ROW
                   WHEN 1
                       MOVE WS-PLAN-LINE TO PLNLN01O OF COIPL0AO
                   WHEN 2
                       MOVE WS-PLAN-LINE TO PLNLN02O OF COIPL0AO
                   WHEN 3
                       MOVE WS-PLAN-LINE TO PLNLN03O OF COIPL0AO
                   WHEN 4
                       MOVE WS-PLAN-LINE TO PLNLN04O OF COIPL0AO
                   WHEN OTHER
                       MOVE WS-PLAN-LINE TO PLNLN05O OF COIPL0AO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                     POPULATE-PLAN-FIELDS
      *----------------------------------------------------------------*
      * Paints the plan on file onto the detail fields. Callers
      * paint the detail before LIST-ACCOUNT-PLANS, whose browse
      * reuses the plan record.
       POPULATE-PLAN-FIELDS.
           MOVE IPL-TERM-MONTHS       TO WS-TERM-N
           MOVE WS-TERM-N             TO TERMI    OF COIPL0AI
           MOVE IPL-FEE-AMT           TO WS-AMT-E
           MOVE WS-AMT-E              TO FEEAMTO  OF COIPL0AO
           MOVE IPL-INSTALLMENT-AMT   TO WS-AMT-E
           MOVE WS-AMT-E              TO INSTAMTO OF COIPL0AO
           MOVE IPL-BILLED-COUNT      TO WS-BILLED-CNT-E
           MOVE IPL-TERM-MONTHS       TO WS-BILLED-TERM-E
           MOVE WS-BILLED-E           TO BILLEDO  OF COIPL0AO
           MOVE IPL-UNBILLED-BAL      TO WS-AMT-E
           MOVE WS-AMT-E              TO UNBILO   OF COIPL0AO
           PERFORM SET-PLAN-STATUS-TEXT
           MOVE WS-PL-STATUS          TO PSTATO   OF COIPL0AO.

      *----------------------------------------------------------------*
      *                     SET-PLAN-STATUS-TEXT
      *----------------------------------------------------------------*
       SET-PLAN-STATUS-TEXT.
           EVALUATE TRUE
               WHEN IPL-STATUS-ACTIVE
                   MOVE 'ACTIVE   '   TO WS-PL-STATUS
               WHEN IPL-STATUS-PAYOFF
                   MOVE 'PAYOFF   '   TO WS-PL-STATUS
               WHEN OTHER
                   MOVE 'COMPLETED'   TO WS-PL-STATUS
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCOUNT-ID
      *----------------------------------------------------------------*
       VALIDATE-ACCOUNT-ID.
           IF ACCTIDI OF COIPL0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID or Tran ID must be entered...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COIPL0AI
           ELSE
               IF ACCTIDI OF COIPL0AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID must be Numeric...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COIPL0AI
               ELSE
                   COMPUTE WS-ACCT-ID-N =
                           FUNCTION NUMVAL(ACCTIDI OF COIPL0AI)
                   MOVE WS-ACCT-ID-N TO ACCT-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-TRANSACT-FILE
      *----------------------------------------------------------------*
       READ-TRANSACT-FILE.
           EXEC CICS READ
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Transaction ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO TRNIDL OF COIPL0AI
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Transaction...' TO
                                   WS-MESSAGE
                   MOVE -1       TO TRNIDL OF COIPL0AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-FILE
      *----------------------------------------------------------------*
       READ-ACCOUNT-FILE.
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
                   MOVE -1       TO ACCTIDL OF COIPL0AI
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COIPL0AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-UPDATE
      *----------------------------------------------------------------*
       READ-ACCOUNT-UPDATE.
           MOVE WS-ACCT-ID-N TO ACCT-ID
           EXEC CICS READ
                DATASET   (WS-ACCTDAT-FILE)
                INTO      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lock Account for update...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-ACCOUNT-FILE
      *----------------------------------------------------------------*
       REWRITE-ACCOUNT-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-ACCTDAT-FILE)
                FROM      (ACCOUNT-RECORD)
                LENGTH    (LENGTH OF ACCOUNT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update Account...' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-INSTPLAN-FILE
      *----------------------------------------------------------------*
      * Reads the plan for IPL-KEY; NOTFND is a normal condition
      * (the purchase simply is not on a plan).
       READ-INSTPLAN-FILE.
           SET PLAN-NOT-FOUND TO TRUE
           EXEC CICS READ
                DATASET   (WS-INSTPLAN-FILE)
                INTO      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (IPL-KEY)
                KEYLENGTH (LENGTH OF IPL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET PLAN-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Installment plan...' TO
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-INSTPLAN-UPDATE
      *----------------------------------------------------------------*
       READ-INSTPLAN-UPDATE.
           MOVE WS-ACCT-ID-N   TO IPL-ACCT-ID
           MOVE WS-PUR-TRAN-ID TO IPL-TRAN-ID
           EXEC CICS READ
                DATASET   (WS-INSTPLAN-FILE)
                INTO      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (IPL-KEY)
                KEYLENGTH (LENGTH OF IPL-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lookup plan for update...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-INSTPLAN-FILE
      *----------------------------------------------------------------*
       WRITE-INSTPLAN-FILE.
           EXEC CICS WRITE
                DATASET   (WS-INSTPLAN-FILE)
                FROM      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RIDFLD    (IPL-KEY)
                KEYLENGTH (LENGTH OF IPL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Entries posted - unable to save plan record...'
                 TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-INSTPLAN-FILE
      *----------------------------------------------------------------*
       REWRITE-INSTPLAN-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-INSTPLAN-FILE)
                FROM      (INSTALLMENT-PLAN-RECORD)
                LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to save Installment plan...' TO
                               WS-MESSAGE
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
      *                      SEND-PLAN-SCREEN
      *----------------------------------------------------------------*
       SEND-PLAN-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COIPL0AO

           EXEC CICS SEND
                     MAP('COIPL0A')
                     MAPSET('COIPL00')
                     FROM(COIPL0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-PLAN-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-PLAN-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COIPL0A')
                     MAPSET('COIPL00')
                     INTO(COIPL0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COIPL0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COIPL0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COIPL0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COIPL0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COIPL0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COIPL0AO.

      *----------------------------------------------------------------*
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE LOW-VALUES      TO COIPL0AO
           MOVE SPACES          TO CDEMO-IP00-TRN-SELECTED
                                   WS-MESSAGE
           MOVE -1              TO ACCTIDL OF COIPL0AI
           PERFORM SEND-PLAN-SCREEN.
