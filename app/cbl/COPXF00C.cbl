      ******************************************************************
      * Program     : COPXF00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Move a misapplied payment to the right account
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
      * Program:     COPXF00C
      * Transaction: CPXF
      * BMS Map:     COPXF00 / COPXF0A
      * Function:    Payment transfer screen -- the controlled path
      *              for a lockbox or IVR payment applied to the
      *              wrong account, replacing the manual reversal,
      *              manual payment and hand-keyed fee and interest
      *              credits it used to take. The operator keys
      *              the account the payment landed on, the
      *              payment's TRAN-ID and the account it belongs
      *              to; the program shows the payment and the
      *              late fee and interest the right account was
      *              charged since the money arrived. Confirming
      *              moves the payment as one unit of work:
      *                - a type '06' reversal (source PAYXFER) on
      *                  the wrong account, linked to the payment
      *                  through TRAN-ORIG-TRAN-ID, its PAYALLOC
      *                  pieces added back to the categories they
      *                  reduced (the CBBKO01C backout rule);
      *                - a type '02' payment (source PAYXFER) on
      *                  the right account, likewise linked and
      *                  dated when the money was received,
      *                  spread across its category balances
      *                  highest rate first (the COBIL00C rule);
      *                - a credit for each late fee (type '06',
      *                  source FEEWAIVER, with a 'PX' FEEWAIVE
      *                  record) and for the interest the payment
      *                  would have saved (type '07' category
      *                  0012), each linked to its charge;
      *                - the PAYXFER record (CVPXF01Y.cpy) and
      *                  one 'l' AUDITLOG record.
      *              Any failure part way backs the whole task out
      *              (SYNCPOINT ROLLBACK, as COONB00C does).
      * Credits:     a late fee (type '07' category 0002) posted
      *              to the right account on or after the date the
      *              payment was received is credited in full; an
      *              interest charge (type '01' category 0005) in
      *              the same window is credited one cycle's
      *              interest on the payment at the account's top
      *              category rate, never more than the charge.
      *              Anything already credited back against a
      *              charge (a waiver, an earlier transfer) is
      *              netted off first.
      * Dual control: above WS-APPROVAL-THRESHOLD the confirm only
      *              FILES the transfer; a DIFFERENT operator keys
      *              the payment TRAN-ID and approves it with PF6,
      *              which is when it posts (the COXFR00C pattern).
      *              PF5 cancels a filed transfer.
      * Files:       TRANSACT (READ, STARTBR/READNEXT/READPREV/
      *                        ENDBR, WRITE)
      *              ACCTDAT  (READ, READ UPDATE, REWRITE)
      *              CXACAIX  (READ, by account-ID alt key)
      *              TOKNVLT  (READ)
      *              TCATBALF (STARTBR/READNEXT/ENDBR, READ
      *                        UPDATE, REWRITE, WRITE)
      *              DISCGRP  (READ)
      *              PAYALLOC (STARTBR/READNEXT/ENDBR, WRITE,
      *                        DELETE)
      *              FEEWAIVE (WRITE)
      *              PAYXFER  (READ, READ UPDATE, REWRITE, WRITE)
      *              QUIESCE  (READ)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or main menu. PF4 clears
      *              the form. PF5 cancels and PF6 approves a filed
      *              transfer.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPXF00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COPXF00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CPXF'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-TOKNVLT-FILE            PIC X(08) VALUE 'TOKNVLT '.
         05 WS-TCATBAL-FILE            PIC X(08) VALUE 'TCATBALF'.
         05 WS-DISCGRP-FILE            PIC X(08) VALUE 'DISCGRP '.
         05 WS-PAYALLOC-FILE           PIC X(08) VALUE 'PAYALLOC'.
         05 WS-FEEWAIVE-FILE           PIC X(08) VALUE 'FEEWAIVE'.
         05 WS-PAYXFER-FILE            PIC X(08) VALUE 'PAYXFER '.
         05 WS-QUIESCE-FILE            PIC X(08) VALUE 'QUIESCE '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-BROWSE-END-FLG          PIC X(01) VALUE 'N'.
           88 BROWSE-DONE                        VALUE 'Y'.
           88 BROWSE-MORE                        VALUE 'N'.
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
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
         05 WS-AMT-E                   PIC -(8)9.99 VALUE ZEROS.
      * Transfers of more than this need a second operator --
      * the same amount COTRN02C parks a manual transaction at
         05 WS-APPROVAL-THRESHOLD      PIC S9(9)V99 VALUE 1000.00.
      * Whether PAYXFER already holds a record for the payment
         05 WS-XFER-ON-FILE-FLG        PIC X(01) VALUE 'N'.
           88 XFER-ON-FILE                       VALUE 'Y'.
           88 XFER-NOT-ON-FILE                   VALUE 'N'.
      * The wrong account and the right account, with the card
      * each one's transactions carry (vault token, or the real
      * number for a card the vault does not hold yet)
         05 WS-FROM-ACCT-ID-N          PIC 9(11) VALUE ZEROS.
         05 WS-FROM-CARD-NUM           PIC X(16) VALUE SPACES.
         05 WS-FROM-CARD-TOKEN         PIC X(16) VALUE SPACES.
         05 WS-FROM-CURRENCY-CD        PIC X(03) VALUE SPACES.
         05 WS-TO-ACCT-ID-N            PIC 9(11) VALUE ZEROS.
         05 WS-TO-CARD-NUM             PIC X(16) VALUE SPACES.
         05 WS-TO-CARD-TOKEN           PIC X(16) VALUE SPACES.
         05 WS-TO-CURRENCY-CD          PIC X(03) VALUE SPACES.
         05 WS-TO-GROUP-ID             PIC X(10) VALUE SPACES.
      * The card resolved for whichever account was asked
         05 WS-RES-CARD-NUM            PIC X(16) VALUE SPACES.
         05 WS-RES-CARD-TOKEN          PIC X(16) VALUE SPACES.
      * The payment being moved
         05 WS-PAY-TRAN-ID             PIC X(16) VALUE SPACES.
         05 WS-PAY-AMT                 PIC S9(09)V99 VALUE ZERO.
         05 WS-PAY-ORIG-TS             PIC X(26) VALUE SPACES.
         05 WS-PAY-DATE                PIC X(10) VALUE SPACES.
         05 WS-PAY-SOURCE              PIC X(10) VALUE SPACES.
      * Online writers stamp TRAN-ORIG-TS as CURRENT-DATE
      * digits, batch writers in DB2 format -- both are brought
      * to YYYY-MM-DD before dates are compared
         05 WS-TS-IN                   PIC X(26) VALUE SPACES.
         05 WS-TS-DATE                 PIC X(10) VALUE SPACES.
      * The legs posted and the credits granted
         05 WS-REV-TRAN-ID             PIC X(16) VALUE SPACES.
         05 WS-NEW-TRAN-ID             PIC X(16) VALUE SPACES.
         05 WS-FEE-CREDIT-TOT          PIC S9(07)V99 VALUE ZERO.
         05 WS-INT-CREDIT-TOT          PIC S9(07)V99 VALUE ZERO.
         05 WS-INT-PER-CYCLE           PIC S9(09)V99 VALUE ZERO.
      * The right account's highest category rate -- what one
      * cycle of interest on the missing payment cost
         05 WS-TOP-RATE                PIC S9(04)V99 VALUE ZERO.
         05 WS-CAT-RATE                PIC S9(04)V99 VALUE ZERO.
      * FEEWAIVE keys: one second apart for each fee credited
      * in the same task
         05 WS-FWV-TS-N                PIC 9(14) VALUE ZEROS.
      * One category balance adjustment (signed, added)
         05 WS-ADJ-TYPE-CD             PIC X(02) VALUE SPACES.
         05 WS-ADJ-CAT-CD              PIC 9(04) VALUE ZEROS.
         05 WS-ADJ-AMT                 PIC S9(09)V99 VALUE ZERO.
      * Which of the two passes over TRANSACT is running
         05 WS-CHG-PASS                PIC X(01) VALUE '1'.
           88 CHG-COLLECT-PASS                   VALUE '1'.
           88 CHG-NETTING-PASS                   VALUE '2'.
         05 WS-CHG-I                   PIC S9(04) COMP VALUE 0.
         05 WS-PC-I                    PIC S9(04) COMP VALUE 0.

      * Payment-allocation work areas, as COBIL00C's: the moved
      * payment is spread across the right account's positive
      * category balances highest disclosure rate first, and
      * each piece is recorded on PAYALLOC
         05 WS-ALLOC-VARS.
           10 WS-ALLOC-REMAINING       PIC S9(09)V99 VALUE ZERO.
           10 WS-ALLOC-AMT             PIC S9(09)V99 VALUE ZERO.
           10 WS-ALLOC-EOF             PIC X(01) VALUE 'N'.
           10 WS-ALLOC-IDX-MAX         PIC S9(04) COMP VALUE 0.
           10 WS-ALLOC-I               PIC S9(04) COMP VALUE 0.
           10 WS-ALLOC-J               PIC S9(04) COMP VALUE 0.
           10 WS-ALLOC-SWAP-ENTRY      PIC X(23).
         05 WS-ALLOC-TABLE.
           10 WS-ALLOC-ENTRY OCCURS 20 TIMES.
              15 WS-ALLOC-TYPE-CD      PIC X(02).
              15 WS-ALLOC-CAT-CD       PIC 9(04).
              15 WS-ALLOC-BAL          PIC S9(09)V99 COMP-3.
              15 WS-ALLOC-RATE         PIC S9(04)V99 COMP-3.
              15 FILLER                PIC X(07).

      * The late fee and interest charges the right account took
      * since the payment arrived, what has already been
      * credited back against each, and what this transfer
      * credits
       01 WS-CHARGE-TABLE.
         05 WS-CHG-USED                PIC S9(04) COMP VALUE 0.
         05 WS-CHG-ENTRY OCCURS 12 TIMES.
           10 WS-CHG-TRAN-ID           PIC X(16).
           10 WS-CHG-KIND              PIC X(01).
             88 CHG-IS-LATE-FEE                  VALUE 'F'.
             88 CHG-IS-INTEREST                  VALUE 'I'.
           10 WS-CHG-REMAINING         PIC S9(09)V99 COMP-3.
           10 WS-CHG-CREDIT            PIC S9(09)V99 COMP-3.

      * The moved payment's allocation pieces on the wrong
      * account, collected off the PAYALLOC browse and reversed
      * by key afterwards -- the COXFR00C collect-then-update
      * pattern
       01 WS-PIECE-TABLE.
         05 WS-PC-USED                 PIC S9(04) COMP VALUE 0.
         05 WS-PC-ENTRY OCCURS 20 TIMES.
           10 WS-PC-TYPE-CD            PIC X(02).
           10 WS-PC-CAT-CD             PIC 9(04).
           10 WS-PC-AMOUNT             PIC S9(09)V99 COMP-3.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the payment transfer screen (COPXF0A)
       COPY COPXF00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 370-byte transaction record (TRAN-RECORD)
       COPY CVTRA05Y.
      * 300-byte account record layout (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 80-byte card token vault record (TOKEN-RECORD)
       COPY CVTKN01Y.
      * 50-byte category balance, 50-byte disclosure group, and
      * 50-byte payment allocation detail records
       COPY CVTRA01Y.
       COPY CVTRA02Y.
       COPY CVPAL01Y.
      * 100-byte fee waiver record (FEE-WAIVER-RECORD)
       COPY CVFWV01Y.
      * 150-byte payment transfer record (PAY-XFER-RECORD)
       COPY CVPXF01Y.
      * 60-byte quiesce control record (QUIESCE-CONTROL-RECORD)
       COPY CVQSC01Y.
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
      * Main entry point. Enter=show/confirm, PF3=back, PF4=clear,
      * PF5=cancel filed transfer, PF6=approve filed transfer.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COPXF0AO

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
                   MOVE LOW-VALUES          TO COPXF0AO
                   MOVE -1       TO FRACCTL OF COPXF0AI
                   PERFORM SEND-PAYXFER-SCREEN
               ELSE
                   PERFORM RECEIVE-PAYXFER-SCREEN
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
                           MOVE 'CANCELLED' TO WS-AUD-VERB
                           PERFORM PROCESS-DISPOSE-KEY
                       WHEN DFHPF6
                           MOVE 'APPROVED ' TO WS-AUD-VERB
                           PERFORM PROCESS-DISPOSE-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-PAYXFER-SCREEN
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
      * Validate the two accounts and the payment, show the
      * payment and the credits due; a Y confirm then posts the
      * transfer, or files it for a second operator when it is
      * above the approval amount.
       PROCESS-ENTER-KEY.
      * The overnight quiesce: while the nightly batch owns
      * ACCTDAT/TRANSACT nothing is moved from here -- see
      * CVQSC01Y.cpy
           PERFORM CHECK-FILE-QUIESCE
           IF ERR-FLG-ON
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

           PERFORM VALIDATE-TRANSFER-INPUT
              THRU VALIDATE-TRANSFER-INPUT-EXIT
           IF ERR-FLG-ON
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

           PERFORM READ-TRANSFER-RECORD
           IF XFER-ON-FILE
               EVALUATE TRUE
                   WHEN PXF-STATUS-PENDING
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Transfer awaits approval - PF6 approve, P
      -                     'F5 cancel...' TO WS-MESSAGE
                   WHEN PXF-STATUS-COMPLETED
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'This payment has already been transferred
      -                     '...' TO WS-MESSAGE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ERR-FLG-ON
                   PERFORM PAINT-TRANSFER-DETAIL
                   MOVE -1      TO PAYTIDL OF COPXF0AI
                   PERFORM SEND-PAYXFER-SCREEN
               END-IF
           END-IF

           PERFORM COMPUTE-CREDITS
           PERFORM PAINT-TRANSFER-DETAIL

           EVALUATE CONFIRMI OF COPXF0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN 'N'
               WHEN 'n'
               WHEN SPACES
               WHEN LOW-VALUES
                   MOVE 'Review the credits and confirm (Y) to transf
      -                 'er...' TO WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COPXF0AI
                   PERFORM SEND-PAYXFER-SCREEN
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Invalid value. Valid values are (Y/N)...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COPXF0AI
                   PERFORM SEND-PAYXFER-SCREEN
           END-EVALUATE

      * Above the approval amount the confirm only files it
           IF WS-PAY-AMT > WS-APPROVAL-THRESHOLD
               PERFORM FILE-PENDING-TRANSFER
                  THRU FILE-PENDING-TRANSFER-EXIT
               IF ERR-FLG-ON
                   PERFORM SEND-PAYXFER-SCREEN
               END-IF
               MOVE 'FILED     ' TO WS-AUD-VERB
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES   TO CONFIRMI OF COPXF0AI
               MOVE 'P'      TO XFSTATO OF COPXF0AO
               MOVE DFHGREEN TO ERRMSGC OF COPXF0AO
               MOVE 'Transfer filed - second operator approves (PF6)..'
                    TO WS-MESSAGE
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

           PERFORM EXECUTE-PAYMENT-TRANSFER
              THRU EXECUTE-PAYMENT-TRANSFER-EXIT
           IF ERR-FLG-ON
               PERFORM BACKOUT-TRANSFER
           END-IF
           PERFORM RECORD-COMPLETED-TRANSFER
              THRU RECORD-COMPLETED-TRANSFER-EXIT
           IF ERR-FLG-ON
               PERFORM BACKOUT-TRANSFER
           END-IF
           MOVE 'COMPLETED ' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           MOVE SPACES   TO CONFIRMI OF COPXF0AI
           MOVE 'C'      TO XFSTATO OF COPXF0AO
           MOVE DFHGREEN TO ERRMSGC OF COPXF0AO
           STRING 'Payment transferred. New payment tran '
                                    DELIMITED BY SIZE
                  WS-NEW-TRAN-ID    DELIMITED BY SPACE
                  '.'               DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM SEND-PAYXFER-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-DISPOSE-KEY
      *----------------------------------------------------------------*
      * PF5/PF6: the keyed payment's FILED transfer is cancelled,
      * or approved and posted. Approval demands a DIFFERENT
      * operator than the one who filed it, and re-proves the
      * payment and both accounts as they stand now.
       PROCESS-DISPOSE-KEY.
           PERFORM CHECK-FILE-QUIESCE
           IF ERR-FLG-ON
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

           IF PAYTIDI OF COPXF0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment Tran ID must be entered...' TO WS-MESSAGE
               MOVE -1      TO PAYTIDL OF COPXF0AI
               PERFORM SEND-PAYXFER-SCREEN
           END-IF
           MOVE PAYTIDI OF COPXF0AI TO WS-PAY-TRAN-ID
           PERFORM READ-TRANSFER-RECORD
           IF XFER-NOT-ON-FILE
              OR NOT PXF-STATUS-PENDING
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No filed transfer for this payment...'
                    TO WS-MESSAGE
               MOVE -1      TO PAYTIDL OF COPXF0AI
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

           IF WS-AUD-VERB = 'APPROVED '
              AND PXF-FILED-BY = CDEMO-USER-ID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'A different operator must approve...'
                    TO WS-MESSAGE
               MOVE -1      TO PAYTIDL OF COPXF0AI
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

      * The filed accounts go back on the screen: an approval is
      * of what was filed, not of anything keyed over it
           MOVE PXF-FROM-ACCT-ID TO FRACCTI OF COPXF0AI
           MOVE PXF-TO-ACCT-ID   TO TOACCTI OF COPXF0AI

           IF WS-AUD-VERB = 'CANCELLED'
               PERFORM CANCEL-FILED-TRANSFER
               IF ERR-FLG-ON
                   PERFORM SEND-PAYXFER-SCREEN
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'X'      TO XFSTATO OF COPXF0AO
               MOVE DFHGREEN TO ERRMSGC OF COPXF0AO
               MOVE 'Filed transfer cancelled...' TO WS-MESSAGE
               PERFORM SEND-PAYXFER-SCREEN
           END-IF

           PERFORM VALIDATE-TRANSFER-INPUT
              THRU VALIDATE-TRANSFER-INPUT-EXIT
           IF ERR-FLG-ON
               PERFORM SEND-PAYXFER-SCREEN
           END-IF
           PERFORM COMPUTE-CREDITS
           PERFORM PAINT-TRANSFER-DETAIL

           PERFORM EXECUTE-PAYMENT-TRANSFER
              THRU EXECUTE-PAYMENT-TRANSFER-EXIT
           IF ERR-FLG-ON
               PERFORM BACKOUT-TRANSFER
           END-IF
           PERFORM RECORD-COMPLETED-TRANSFER
              THRU RECORD-COMPLETED-TRANSFER-EXIT
           IF ERR-FLG-ON
               PERFORM BACKOUT-TRANSFER
           END-IF
           PERFORM WRITE-AUDIT-RECORD

           MOVE 'C'      TO XFSTATO OF COPXF0AO
           MOVE DFHGREEN TO ERRMSGC OF COPXF0AO
           STRING 'Transfer approved. New payment tran '
                                    DELIMITED BY SIZE
                  WS-NEW-TRAN-ID    DELIMITED BY SPACE
                  '.'               DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM SEND-PAYXFER-SCREEN.

      *----------------------------------------------------------------*
      *                    VALIDATE-TRANSFER-INPUT
      *----------------------------------------------------------------*
      * The account the payment landed on, the payment itself,
      * and the account it belongs to. The payment must be a
      * posted, unreturned payment carried by the from account's
      * card; the two accounts must differ and settle in the
      * same currency.
       VALIDATE-TRANSFER-INPUT.
           IF FRACCTI OF COPXF0AI = SPACES OR LOW-VALUES
              OR FRACCTI OF COPXF0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'From Account ID must be Numeric...' TO WS-MESSAGE
               MOVE -1      TO FRACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           COMPUTE WS-FROM-ACCT-ID-N =
                   FUNCTION NUMVAL(FRACCTI OF COPXF0AI)
           MOVE WS-FROM-ACCT-ID-N TO ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           IF ERR-FLG-ON
               MOVE -1      TO FRACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           MOVE ACCT-CURRENCY-CD TO WS-FROM-CURRENCY-CD
           PERFORM RESOLVE-CARD-TOKEN
           IF ERR-FLG-ON
               MOVE -1      TO FRACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           MOVE WS-RES-CARD-NUM   TO WS-FROM-CARD-NUM
           MOVE WS-RES-CARD-TOKEN TO WS-FROM-CARD-TOKEN

           IF PAYTIDI OF COPXF0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Payment Tran ID must be entered...' TO WS-MESSAGE
               MOVE -1      TO PAYTIDL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           MOVE PAYTIDI OF COPXF0AI TO WS-PAY-TRAN-ID
                                       TRAN-ID
           EXEC CICS READ
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CD = DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payment Tran ID NOT found...' TO WS-MESSAGE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup the payment...' TO WS-MESSAGE
               WHEN TRAN-TYPE-CD NOT = '02'
               WHEN TRAN-AMT NOT < ZERO
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Selected transaction is not a payment...'
                        TO WS-MESSAGE
               WHEN TRAN-RETURNED
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payment was returned - cannot transfer...'
                        TO WS-MESSAGE
               WHEN TRAN-CARD-NUM NOT = WS-FROM-CARD-TOKEN
                AND TRAN-CARD-NUM NOT = WS-FROM-CARD-NUM
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Payment was not posted to the from account..'
                        TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ERR-FLG-ON
               MOVE -1      TO PAYTIDL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           COMPUTE WS-PAY-AMT = TRAN-AMT * -1
           MOVE TRAN-SOURCE     TO WS-PAY-SOURCE
           MOVE TRAN-ORIG-TS    TO WS-PAY-ORIG-TS
                                   WS-TS-IN
           PERFORM NORMALIZE-TS-DATE
           MOVE WS-TS-DATE      TO WS-PAY-DATE

           IF TOACCTI OF COPXF0AI = SPACES OR LOW-VALUES
              OR TOACCTI OF COPXF0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'To Account ID must be Numeric...' TO WS-MESSAGE
               MOVE -1      TO TOACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           COMPUTE WS-TO-ACCT-ID-N =
                   FUNCTION NUMVAL(TOACCTI OF COPXF0AI)
           IF WS-TO-ACCT-ID-N = WS-FROM-ACCT-ID-N
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'To account must differ from the from account...'
                    TO WS-MESSAGE
               MOVE -1      TO TOACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           MOVE WS-TO-ACCT-ID-N TO ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           IF ERR-FLG-ON
               MOVE -1      TO TOACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           IF ACCT-CURRENCY-CD NOT = WS-FROM-CURRENCY-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Accounts settle in different currencies...'
                    TO WS-MESSAGE
               MOVE -1      TO TOACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           MOVE ACCT-CURRENCY-CD TO WS-TO-CURRENCY-CD
           MOVE ACCT-GROUP-ID    TO WS-TO-GROUP-ID
           PERFORM RESOLVE-CARD-TOKEN
           IF ERR-FLG-ON
               MOVE -1      TO TOACCTL OF COPXF0AI
               GO TO VALIDATE-TRANSFER-INPUT-EXIT
           END-IF
           MOVE WS-RES-CARD-NUM   TO WS-TO-CARD-NUM
           MOVE WS-RES-CARD-TOKEN TO WS-TO-CARD-TOKEN.
       VALIDATE-TRANSFER-INPUT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      NORMALIZE-TS-DATE
      *----------------------------------------------------------------*
      * WS-TS-IN's date as YYYY-MM-DD in WS-TS-DATE, whichever
      * of the two TRAN-ORIG-TS forms it was written in.
       NORMALIZE-TS-DATE.
           IF WS-TS-IN(5:1) = '-'
               MOVE WS-TS-IN(1:10) TO WS-TS-DATE
           ELSE
               MOVE SPACES TO WS-TS-DATE
               STRING WS-TS-IN(1:4) '-' WS-TS-IN(5:2) '-'
                      WS-TS-IN(7:2)
                      DELIMITED BY SIZE
                 INTO WS-TS-DATE
           END-IF.

      *----------------------------------------------------------------*
      *                      COMPUTE-CREDITS
      *----------------------------------------------------------------*
      * The late fee and interest charges posted to the right
      * account on or after the day the payment was received
      * (first pass over TRANSACT), less anything already
      * credited back against each one (second pass), priced:
      * a late fee in full, an interest charge one cycle's
      * interest on the payment at the account's top category
      * rate, capped at what is left of the charge.
       COMPUTE-CREDITS.
           MOVE ZERO TO WS-FEE-CREDIT-TOT
                        WS-INT-CREDIT-TOT
           MOVE 0    TO WS-CHG-USED

           MOVE WS-TO-ACCT-ID-N TO ACCT-ID
           PERFORM LOAD-ALLOC-TABLE
              THRU LOAD-ALLOC-TABLE-EXIT
           COMPUTE WS-INT-PER-CYCLE ROUNDED =
                   WS-PAY-AMT * WS-TOP-RATE / 1200

           SET CHG-COLLECT-PASS TO TRUE
           PERFORM SCAN-TRANSACT-CHARGES
           IF WS-CHG-USED > 0
               SET CHG-NETTING-PASS TO TRUE
               PERFORM SCAN-TRANSACT-CHARGES
           END-IF

           PERFORM PRICE-ONE-CHARGE
              VARYING WS-CHG-I FROM 1 BY 1
              UNTIL WS-CHG-I > WS-CHG-USED.

      *----------------------------------------------------------------*
      *                    SCAN-TRANSACT-CHARGES
      *----------------------------------------------------------------*
      * One full pass over TRANSACT -- the same browse the fee
      * waiver screen uses, there being no card-keyed path.
       SCAN-TRANSACT-CHARGES.
           SET BROWSE-MORE TO TRUE
           MOVE LOW-VALUES TO TRAN-ID
           EXEC CICS STARTBR
                DATASET   (WS-TRANSACT-FILE)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM SCAN-CHARGES-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-TRANSACT-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      SCAN-CHARGES-NEXT
      *----------------------------------------------------------------*
      * First pass: a late fee or interest charge on the right
      * account's card, dated on or after the payment, joins
      * the table. Second pass: a credit linked to a tabled
      * charge comes off what is left of it.
       SCAN-CHARGES-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           ELSE
               IF CHG-COLLECT-PASS
                   PERFORM COLLECT-ONE-CHARGE
                      THRU COLLECT-ONE-CHARGE-EXIT
               ELSE
                   IF TRAN-ORIG-TRAN-ID NOT = SPACES
                      AND TRAN-AMT < ZERO
                       PERFORM NET-ONE-CHARGE
                          VARYING WS-CHG-I FROM 1 BY 1
                          UNTIL WS-CHG-I > WS-CHG-USED
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      COLLECT-ONE-CHARGE
      *----------------------------------------------------------------*
       COLLECT-ONE-CHARGE.
           IF (TRAN-CARD-NUM = WS-TO-CARD-TOKEN
               OR TRAN-CARD-NUM = WS-TO-CARD-NUM)
              AND TRAN-AMT > ZERO
              AND WS-CHG-USED < 12
               MOVE TRAN-ORIG-TS TO WS-TS-IN
               PERFORM NORMALIZE-TS-DATE
               IF WS-TS-DATE NOT < WS-PAY-DATE
                   EVALUATE TRUE
                       WHEN TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = 2
                           ADD 1 TO WS-CHG-USED
                           SET CHG-IS-LATE-FEE (WS-CHG-USED) TO TRUE
                       WHEN TRAN-TYPE-CD = '01' AND TRAN-CAT-CD = 5
                           ADD 1 TO WS-CHG-USED
                           SET CHG-IS-INTEREST (WS-CHG-USED) TO TRUE
                       WHEN OTHER
                           GO TO COLLECT-ONE-CHARGE-EXIT
                   END-EVALUATE
                   MOVE TRAN-ID  TO WS-CHG-TRAN-ID (WS-CHG-USED)
                   MOVE TRAN-AMT TO WS-CHG-REMAINING (WS-CHG-USED)
                   MOVE ZERO     TO WS-CHG-CREDIT (WS-CHG-USED)
               END-IF
           END-IF.
       COLLECT-ONE-CHARGE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                        NET-ONE-CHARGE
      *----------------------------------------------------------------*
       NET-ONE-CHARGE.
           IF WS-CHG-TRAN-ID (WS-CHG-I) = TRAN-ORIG-TRAN-ID
               ADD TRAN-AMT TO WS-CHG-REMAINING (WS-CHG-I)
           END-IF.

      *----------------------------------------------------------------*
      *                       PRICE-ONE-CHARGE
      *----------------------------------------------------------------*
       PRICE-ONE-CHARGE.
           IF WS-CHG-REMAINING (WS-CHG-I) <= ZERO
               MOVE ZERO TO WS-CHG-CREDIT (WS-CHG-I)
           ELSE
               IF CHG-IS-LATE-FEE (WS-CHG-I)
                   MOVE WS-CHG-REMAINING (WS-CHG-I)
                     TO WS-CHG-CREDIT (WS-CHG-I)
                   ADD WS-CHG-CREDIT (WS-CHG-I) TO WS-FEE-CREDIT-TOT
               ELSE
                   IF WS-INT-PER-CYCLE < WS-CHG-REMAINING (WS-CHG-I)
                       MOVE WS-INT-PER-CYCLE
                         TO WS-CHG-CREDIT (WS-CHG-I)
                   ELSE
                       MOVE WS-CHG-REMAINING (WS-CHG-I)
                         TO WS-CHG-CREDIT (WS-CHG-I)
                   END-IF
                   ADD WS-CHG-CREDIT (WS-CHG-I) TO WS-INT-CREDIT-TOT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    PAINT-TRANSFER-DETAIL
      *----------------------------------------------------------------*
       PAINT-TRANSFER-DETAIL.
           MOVE WS-PAY-AMT          TO WS-AMT-E
           MOVE WS-AMT-E            TO PAYAMTO OF COPXF0AO
           MOVE WS-PAY-DATE         TO PAYDTEO OF COPXF0AO
           MOVE WS-PAY-SOURCE       TO PAYSRCO OF COPXF0AO
           MOVE WS-FEE-CREDIT-TOT   TO WS-AMT-E
           MOVE WS-AMT-E            TO FEECRDO OF COPXF0AO
           MOVE WS-INT-CREDIT-TOT   TO WS-AMT-E
           MOVE WS-AMT-E            TO INTCRDO OF COPXF0AO
           IF XFER-ON-FILE
               MOVE PXF-STATUS      TO XFSTATO OF COPXF0AO
               MOVE PXF-FILED-BY    TO FILEDBO OF COPXF0AO
           ELSE
               MOVE SPACES          TO XFSTATO OF COPXF0AO
                                       FILEDBO OF COPXF0AO
           END-IF.

      *----------------------------------------------------------------*
      *                    EXECUTE-PAYMENT-TRANSFER
      *----------------------------------------------------------------*
      * The unit of work: the wrong account gives the payment
      * back, the right account receives it with its credits.
      * The caller backs the task out on any failure.
       EXECUTE-PAYMENT-TRANSFER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FWV-TS-N
           PERFORM POST-FROM-ACCOUNT-LEG
              THRU POST-FROM-ACCOUNT-LEG-EXIT
           IF ERR-FLG-ON
               GO TO EXECUTE-PAYMENT-TRANSFER-EXIT
           END-IF
           PERFORM POST-TO-ACCOUNT-LEG
              THRU POST-TO-ACCOUNT-LEG-EXIT.
       EXECUTE-PAYMENT-TRANSFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    POST-FROM-ACCOUNT-LEG
      *----------------------------------------------------------------*
      * The wrong account: its balance goes back up by the
      * payment, a linked reversal is posted, and the payment's
      * allocation pieces are returned to their categories.
       POST-FROM-ACCOUNT-LEG.
           MOVE WS-FROM-ACCT-ID-N TO ACCT-ID
           PERFORM READ-ACCOUNT-UPDATE
           IF ERR-FLG-ON
               GO TO POST-FROM-ACCOUNT-LEG-EXIT
           END-IF
           ADD WS-PAY-AMT TO ACCT-CURR-BAL
           PERFORM REWRITE-ACCOUNT-FILE
           IF ERR-FLG-ON
               GO TO POST-FROM-ACCOUNT-LEG-EXIT
           END-IF

           PERFORM GET-NEXT-TRAN-ID
           INITIALIZE TRAN-RECORD
           MOVE WS-TRAN-ID-N         TO TRAN-ID
           MOVE '06'                 TO TRAN-TYPE-CD
           MOVE '0001'               TO TRAN-CAT-CD
           MOVE 'PAYXFER'            TO TRAN-SOURCE
           STRING 'Payment moved to a/c ' DELIMITED BY SIZE
                  WS-TO-ACCT-ID-N         DELIMITED BY SIZE
             INTO TRAN-DESC
           MOVE WS-PAY-AMT           TO TRAN-AMT
           MOVE WS-FROM-CARD-TOKEN   TO TRAN-CARD-NUM
           PERFORM STAMP-TRAN-TIMESTAMPS
           MOVE WS-FROM-CURRENCY-CD  TO TRAN-CURRENCY-CD
           MOVE WS-PAY-TRAN-ID       TO TRAN-ORIG-TRAN-ID
           PERFORM WRITE-TRANSACT-FILE
           IF ERR-FLG-ON
               GO TO POST-FROM-ACCOUNT-LEG-EXIT
           END-IF
           MOVE TRAN-ID TO WS-REV-TRAN-ID

           PERFORM RESTORE-FROM-ALLOCATION
              THRU RESTORE-FROM-ALLOCATION-EXIT.
       POST-FROM-ACCOUNT-LEG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   RESTORE-FROM-ALLOCATION
      *----------------------------------------------------------------*
      * Adds each PAYALLOC piece of the payment back to the
      * category it reduced and deletes the piece, as the
      * CBBKO01C payment backout does; a payment with no
      * recorded pieces goes back to its own category.
       RESTORE-FROM-ALLOCATION.
           MOVE 0 TO WS-PC-USED
           SET BROWSE-MORE TO TRUE
           MOVE WS-PAY-TRAN-ID TO PAL-TRAN-ID
           MOVE LOW-VALUES     TO PAL-TYPE-CD
           MOVE 0              TO PAL-CAT-CD
           EXEC CICS STARTBR
                DATASET   (WS-PAYALLOC-FILE)
                RIDFLD    (PAL-KEY)
                KEYLENGTH (LENGTH OF PAL-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM COLLECT-ONE-PIECE
                  UNTIL BROWSE-DONE
               EXEC CICS ENDBR
                    DATASET   (WS-PAYALLOC-FILE)
               END-EXEC
           END-IF

           IF WS-PC-USED = 0
               MOVE '02'       TO WS-ADJ-TYPE-CD
               MOVE 0001       TO WS-ADJ-CAT-CD
               MOVE WS-PAY-AMT TO WS-ADJ-AMT
               PERFORM ADJUST-CATEGORY-BALANCE
               GO TO RESTORE-FROM-ALLOCATION-EXIT
           END-IF

           PERFORM RESTORE-ONE-PIECE
              VARYING WS-PC-I FROM 1 BY 1
              UNTIL WS-PC-I > WS-PC-USED
                 OR ERR-FLG-ON.
       RESTORE-FROM-ALLOCATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      COLLECT-ONE-PIECE
      *----------------------------------------------------------------*
       COLLECT-ONE-PIECE.
           EXEC CICS READNEXT
                DATASET   (WS-PAYALLOC-FILE)
                INTO      (PAY-ALLOC-RECORD)
                LENGTH    (LENGTH OF PAY-ALLOC-RECORD)
                RIDFLD    (PAL-KEY)
                KEYLENGTH (LENGTH OF PAL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CD NOT = DFHRESP(NORMAL)
                   SET BROWSE-DONE TO TRUE
               WHEN PAL-TRAN-ID NOT = WS-PAY-TRAN-ID
                   SET BROWSE-DONE TO TRUE
               WHEN WS-PC-USED >= 20
                   SET BROWSE-DONE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-PC-USED
                   MOVE PAL-TYPE-CD TO WS-PC-TYPE-CD (WS-PC-USED)
                   MOVE PAL-CAT-CD  TO WS-PC-CAT-CD (WS-PC-USED)
                   MOVE PAL-AMOUNT  TO WS-PC-AMOUNT (WS-PC-USED)
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      RESTORE-ONE-PIECE
      *----------------------------------------------------------------*
       RESTORE-ONE-PIECE.
           MOVE WS-PC-TYPE-CD (WS-PC-I) TO WS-ADJ-TYPE-CD
           MOVE WS-PC-CAT-CD (WS-PC-I)  TO WS-ADJ-CAT-CD
           MOVE WS-PC-AMOUNT (WS-PC-I)  TO WS-ADJ-AMT
           PERFORM ADJUST-CATEGORY-BALANCE
           IF ERR-FLG-OFF
               MOVE WS-PAY-TRAN-ID          TO PAL-TRAN-ID
               MOVE WS-PC-TYPE-CD (WS-PC-I) TO PAL-TYPE-CD
               MOVE WS-PC-CAT-CD (WS-PC-I)  TO PAL-CAT-CD
               EXEC CICS DELETE
                    DATASET   (WS-PAYALLOC-FILE)
                    RIDFLD    (PAL-KEY)
                    KEYLENGTH (LENGTH OF PAL-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to reverse the payment allocation...'
                        TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   ADJUST-CATEGORY-BALANCE
      *----------------------------------------------------------------*
      * Adds WS-ADJ-AMT to the current account's WS-ADJ-TYPE-CD/
      * WS-ADJ-CAT-CD category balance, creating the row when
      * housekeeping has purged it.
       ADJUST-CATEGORY-BALANCE.
           MOVE ACCT-ID        TO TRANCAT-ACCT-ID
           MOVE WS-ADJ-TYPE-CD TO TRANCAT-TYPE-CD
           MOVE WS-ADJ-CAT-CD  TO TRANCAT-CD
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
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   ADD WS-ADJ-AMT TO TRAN-CAT-BAL
                   EXEC CICS REWRITE
                        DATASET   (WS-TCATBAL-FILE)
                        FROM      (TRAN-CAT-BAL-RECORD)
                        LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   INITIALIZE TRAN-CAT-BAL-RECORD
                   MOVE ACCT-ID        TO TRANCAT-ACCT-ID
                   MOVE WS-ADJ-TYPE-CD TO TRANCAT-TYPE-CD
                   MOVE WS-ADJ-CAT-CD  TO TRANCAT-CD
                   MOVE WS-ADJ-AMT     TO TRAN-CAT-BAL
                   EXEC CICS WRITE
                        DATASET   (WS-TCATBAL-FILE)
                        FROM      (TRAN-CAT-BAL-RECORD)
                        LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                        RIDFLD    (TRAN-CAT-KEY)
                        KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update category balances...'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                     POST-TO-ACCOUNT-LEG
      *----------------------------------------------------------------*
      * The right account: the fee and interest credits, the
      * linked payment, the balance down by all of them, and the
      * payment allocated across its categories.
       POST-TO-ACCOUNT-LEG.
           MOVE WS-TO-ACCT-ID-N TO ACCT-ID
           PERFORM POST-ONE-CREDIT
              THRU POST-ONE-CREDIT-EXIT
              VARYING WS-CHG-I FROM 1 BY 1
              UNTIL WS-CHG-I > WS-CHG-USED
                 OR ERR-FLG-ON
           IF ERR-FLG-ON
               GO TO POST-TO-ACCOUNT-LEG-EXIT
           END-IF

      * The payment is dated when the money was received, so
      * the right account's aging and grace see it on time
           PERFORM GET-NEXT-TRAN-ID
           INITIALIZE TRAN-RECORD
           MOVE WS-TRAN-ID-N         TO TRAN-ID
           MOVE '02'                 TO TRAN-TYPE-CD
           MOVE '0001'               TO TRAN-CAT-CD
           MOVE 'PAYXFER'            TO TRAN-SOURCE
           STRING 'Payment moved from a/c ' DELIMITED BY SIZE
                  WS-FROM-ACCT-ID-N         DELIMITED BY SIZE
             INTO TRAN-DESC
           COMPUTE TRAN-AMT = WS-PAY-AMT * -1
           MOVE WS-TO-CARD-TOKEN     TO TRAN-CARD-NUM
           PERFORM STAMP-TRAN-TIMESTAMPS
           MOVE WS-PAY-ORIG-TS       TO TRAN-ORIG-TS
           MOVE WS-TO-CURRENCY-CD    TO TRAN-CURRENCY-CD
           MOVE WS-PAY-TRAN-ID       TO TRAN-ORIG-TRAN-ID
           PERFORM WRITE-TRANSACT-FILE
           IF ERR-FLG-ON
               GO TO POST-TO-ACCOUNT-LEG-EXIT
           END-IF
           MOVE TRAN-ID TO WS-NEW-TRAN-ID

           MOVE WS-TO-ACCT-ID-N TO ACCT-ID
           PERFORM READ-ACCOUNT-UPDATE
           IF ERR-FLG-ON
               GO TO POST-TO-ACCOUNT-LEG-EXIT
           END-IF
           SUBTRACT WS-PAY-AMT
                    WS-FEE-CREDIT-TOT
                    WS-INT-CREDIT-TOT
               FROM ACCT-CURR-BAL
           PERFORM REWRITE-ACCOUNT-FILE
           IF ERR-FLG-ON
               GO TO POST-TO-ACCOUNT-LEG-EXIT
           END-IF

           PERFORM ALLOCATE-PAYMENT-TCATBAL
              THRU ALLOCATE-PAYMENT-TCATBAL-EXIT.
       POST-TO-ACCOUNT-LEG-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       POST-ONE-CREDIT
      *----------------------------------------------------------------*
      * One priced charge: a linked credit on TRANSACT -- a late
      * fee through the fee waiver's own type and source, with
      * its 'PX' FEEWAIVE record so it cannot be waived again;
      * interest as the type '07' category 0012 interest
      * reversal the statement and profitability jobs know.
       POST-ONE-CREDIT.
           IF WS-CHG-CREDIT (WS-CHG-I) <= ZERO
               GO TO POST-ONE-CREDIT-EXIT
           END-IF
           PERFORM GET-NEXT-TRAN-ID
           INITIALIZE TRAN-RECORD
           MOVE WS-TRAN-ID-N         TO TRAN-ID
           IF CHG-IS-LATE-FEE (WS-CHG-I)
               MOVE '06'             TO TRAN-TYPE-CD
               MOVE '0001'           TO TRAN-CAT-CD
               MOVE 'FEEWAIVER'      TO TRAN-SOURCE
               STRING 'Late fee credit pay xfer a/c ' DELIMITED BY SIZE
                      WS-TO-ACCT-ID-N DELIMITED BY SIZE
                 INTO TRAN-DESC
           ELSE
               MOVE '07'             TO TRAN-TYPE-CD
               MOVE 12               TO TRAN-CAT-CD
               MOVE 'PAYXFER'        TO TRAN-SOURCE
               STRING 'Int. credit pay xfer a/c ' DELIMITED BY SIZE
                      WS-TO-ACCT-ID-N DELIMITED BY SIZE
                 INTO TRAN-DESC
           END-IF
           COMPUTE TRAN-AMT = WS-CHG-CREDIT (WS-CHG-I) * -1
           MOVE WS-TO-CARD-TOKEN     TO TRAN-CARD-NUM
           PERFORM STAMP-TRAN-TIMESTAMPS
           MOVE WS-TO-CURRENCY-CD    TO TRAN-CURRENCY-CD
           MOVE WS-CHG-TRAN-ID (WS-CHG-I) TO TRAN-ORIG-TRAN-ID
           PERFORM WRITE-TRANSACT-FILE
           IF ERR-FLG-ON
               GO TO POST-ONE-CREDIT-EXIT
           END-IF

           IF CHG-IS-LATE-FEE (WS-CHG-I)
               PERFORM WRITE-FEE-WAIVER-RECORD
           END-IF.
       POST-ONE-CREDIT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   WRITE-FEE-WAIVER-RECORD
      *----------------------------------------------------------------*
       WRITE-FEE-WAIVER-RECORD.
           INITIALIZE FEE-WAIVER-RECORD
           MOVE WS-TO-ACCT-ID-N           TO FWV-ACCT-ID
           MOVE WS-FWV-TS-N               TO FWV-TS
           ADD 1 TO WS-FWV-TS-N
           MOVE WS-CHG-TRAN-ID (WS-CHG-I) TO FWV-ORIG-TRAN-ID
           MOVE WS-CHG-CREDIT (WS-CHG-I)  TO FWV-AMOUNT
           SET FWV-REASON-PAY-XFER        TO TRUE
           MOVE CDEMO-USER-ID             TO FWV-OPER-ID
           MOVE TRAN-ID                   TO FWV-REV-TRAN-ID

           EXEC CICS WRITE
                DATASET   (WS-FEEWAIVE-FILE)
                FROM      (FEE-WAIVER-RECORD)
                LENGTH    (LENGTH OF FEE-WAIVER-RECORD)
                RIDFLD    (FWV-KEY)
                KEYLENGTH (LENGTH OF FWV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to record the late fee credit...'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                  ALLOCATE-PAYMENT-TCATBAL
      *----------------------------------------------------------------*
      * Applies the moved payment to the right account's
      * category balances highest rate first and records every
      * piece (any overpayment remainder landing in the
      * payment's own category) on PAYALLOC under the new
      * payment's TRAN-ID -- COBIL00C's rule, unchanged.
       ALLOCATE-PAYMENT-TCATBAL.
           MOVE WS-PAY-AMT TO WS-ALLOC-REMAINING
           PERFORM LOAD-ALLOC-TABLE
              THRU LOAD-ALLOC-TABLE-EXIT
           PERFORM SORT-ALLOC-TABLE
           PERFORM APPLY-ONE-ALLOCATION
              THRU APPLY-ONE-ALLOCATION-EXIT
              VARYING WS-ALLOC-I FROM 1 BY 1
              UNTIL WS-ALLOC-I > WS-ALLOC-IDX-MAX
                 OR WS-ALLOC-REMAINING <= ZERO
                 OR ERR-FLG-ON
           IF ERR-FLG-ON
               GO TO ALLOCATE-PAYMENT-TCATBAL-EXIT
           END-IF

           IF WS-ALLOC-REMAINING > ZERO
               MOVE '02'               TO WS-ADJ-TYPE-CD
               MOVE 0001               TO WS-ADJ-CAT-CD
               COMPUTE WS-ADJ-AMT = WS-ALLOC-REMAINING * -1
               PERFORM ADJUST-CATEGORY-BALANCE
               IF ERR-FLG-OFF
                   MOVE '02'               TO PAL-TYPE-CD
                   MOVE 0001               TO PAL-CAT-CD
                   MOVE WS-ALLOC-REMAINING TO PAL-AMOUNT
                   PERFORM WRITE-PAYALLOC-REC
                   MOVE ZERO TO WS-ALLOC-REMAINING
               END-IF
           END-IF.
       ALLOCATE-PAYMENT-TCATBAL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    LOAD-ALLOC-TABLE
      *----------------------------------------------------------------*
      * Browses the current account's TCATBALF key range and
      * keeps the positive balances with their rates; the top
      * rate over every category is kept as it goes.
       LOAD-ALLOC-TABLE.
           MOVE 0    TO WS-ALLOC-IDX-MAX
           MOVE ZERO TO WS-TOP-RATE
           MOVE 'N'  TO WS-ALLOC-EOF
           MOVE ACCT-ID    TO TRANCAT-ACCT-ID
           MOVE LOW-VALUES TO TRANCAT-TYPE-CD
           MOVE 0          TO TRANCAT-CD
           EXEC CICS STARTBR
                DATASET   (WS-TCATBAL-FILE)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              GO TO LOAD-ALLOC-TABLE-EXIT
           END-IF
           PERFORM LOAD-NEXT-ALLOC-ROW
              UNTIL WS-ALLOC-EOF = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-TCATBAL-FILE)
           END-EXEC.
       LOAD-ALLOC-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    LOAD-NEXT-ALLOC-ROW
      *----------------------------------------------------------------*
       LOAD-NEXT-ALLOC-ROW.
           EXEC CICS READNEXT
                DATASET   (WS-TCATBAL-FILE)
                INTO      (TRAN-CAT-BAL-RECORD)
                LENGTH    (LENGTH OF TRAN-CAT-BAL-RECORD)
                RIDFLD    (TRAN-CAT-KEY)
                KEYLENGTH (LENGTH OF TRAN-CAT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-ALLOC-EOF
           ELSE
              IF TRANCAT-ACCT-ID NOT = ACCT-ID
                 MOVE 'Y' TO WS-ALLOC-EOF
              ELSE
                 PERFORM GET-CATEGORY-RATE
                 IF WS-CAT-RATE > WS-TOP-RATE
                    MOVE WS-CAT-RATE TO WS-TOP-RATE
                 END-IF
                 IF TRAN-CAT-BAL > ZERO
                    AND WS-ALLOC-IDX-MAX < 20
                    ADD 1 TO WS-ALLOC-IDX-MAX
                    MOVE TRANCAT-TYPE-CD
                      TO WS-ALLOC-TYPE-CD (WS-ALLOC-IDX-MAX)
                    MOVE TRANCAT-CD
                      TO WS-ALLOC-CAT-CD (WS-ALLOC-IDX-MAX)
                    MOVE TRAN-CAT-BAL
                      TO WS-ALLOC-BAL (WS-ALLOC-IDX-MAX)
                    MOVE WS-CAT-RATE
                      TO WS-ALLOC-RATE (WS-ALLOC-IDX-MAX)
                 END-IF
              END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    GET-CATEGORY-RATE
      *----------------------------------------------------------------*
      * The disclosure rate for the row just read, with the
      * DEFAULT-group fallback the batch programs use.
       GET-CATEGORY-RATE.
           MOVE ZERO TO WS-CAT-RATE
           MOVE WS-TO-GROUP-ID  TO DIS-ACCT-GROUP-ID
           MOVE TRANCAT-TYPE-CD TO DIS-TRAN-TYPE-CD
           MOVE TRANCAT-CD      TO DIS-TRAN-CAT-CD
           EXEC CICS READ
                DATASET   (WS-DISCGRP-FILE)
                INTO      (DIS-GROUP-RECORD)
                LENGTH    (LENGTH OF DIS-GROUP-RECORD)
                RIDFLD    (DIS-GROUP-KEY)
                KEYLENGTH (LENGTH OF DIS-GROUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NOTFND)
              MOVE 'DEFAULT' TO DIS-ACCT-GROUP-ID
              EXEC CICS READ
                   DATASET   (WS-DISCGRP-FILE)
                   INTO      (DIS-GROUP-RECORD)
                   LENGTH    (LENGTH OF DIS-GROUP-RECORD)
                   RIDFLD    (DIS-GROUP-KEY)
                   KEYLENGTH (LENGTH OF DIS-GROUP-KEY)
                   RESP      (WS-RESP-CD)
                   RESP2     (WS-REAS-CD)
              END-EXEC
           END-IF
           IF WS-RESP-CD = DFHRESP(NORMAL)
              MOVE DIS-INT-RATE TO WS-CAT-RATE
           END-IF.

      *----------------------------------------------------------------*
      *                    SORT-ALLOC-TABLE
      *----------------------------------------------------------------*
      * Orders the table by rate, largest first -- the same
      * exchange sort the batch allocation uses.
       SORT-ALLOC-TABLE.
           PERFORM SORT-ALLOC-PASS
              VARYING WS-ALLOC-I FROM 1 BY 1
              UNTIL WS-ALLOC-I >= WS-ALLOC-IDX-MAX.

      *----------------------------------------------------------------*
      *                    SORT-ALLOC-PASS
      *----------------------------------------------------------------*
       SORT-ALLOC-PASS.
           PERFORM SORT-ALLOC-COMPARE
              VARYING WS-ALLOC-J FROM 1 BY 1
              UNTIL WS-ALLOC-J >= WS-ALLOC-IDX-MAX.

      *----------------------------------------------------------------*
      *                    SORT-ALLOC-COMPARE
      *----------------------------------------------------------------*
       SORT-ALLOC-COMPARE.
           IF WS-ALLOC-RATE (WS-ALLOC-J) <
              WS-ALLOC-RATE (WS-ALLOC-J + 1)
              MOVE WS-ALLOC-ENTRY (WS-ALLOC-J)
                TO WS-ALLOC-SWAP-ENTRY
              MOVE WS-ALLOC-ENTRY (WS-ALLOC-J + 1)
                TO WS-ALLOC-ENTRY (WS-ALLOC-J)
              MOVE WS-ALLOC-SWAP-ENTRY
                TO WS-ALLOC-ENTRY (WS-ALLOC-J + 1)
           END-IF.

      *----------------------------------------------------------------*
      *                    APPLY-ONE-ALLOCATION
      *----------------------------------------------------------------*
      * Reduces the table entry's category by the smaller of
      * its balance and the remaining payment, and records the
      * piece.
       APPLY-ONE-ALLOCATION.
           IF WS-ALLOC-BAL (WS-ALLOC-I) <= ZERO
              GO TO APPLY-ONE-ALLOCATION-EXIT
           END-IF
           IF WS-ALLOC-REMAINING < WS-ALLOC-BAL (WS-ALLOC-I)
              MOVE WS-ALLOC-REMAINING TO WS-ALLOC-AMT
           ELSE
              MOVE WS-ALLOC-BAL (WS-ALLOC-I) TO WS-ALLOC-AMT
           END-IF

           MOVE WS-ALLOC-TYPE-CD (WS-ALLOC-I) TO WS-ADJ-TYPE-CD
           MOVE WS-ALLOC-CAT-CD (WS-ALLOC-I)  TO WS-ADJ-CAT-CD
           COMPUTE WS-ADJ-AMT = WS-ALLOC-AMT * -1
           PERFORM ADJUST-CATEGORY-BALANCE
           IF ERR-FLG-ON
              GO TO APPLY-ONE-ALLOCATION-EXIT
           END-IF
           SUBTRACT WS-ALLOC-AMT FROM WS-ALLOC-REMAINING

           MOVE WS-ALLOC-TYPE-CD (WS-ALLOC-I) TO PAL-TYPE-CD
           MOVE WS-ALLOC-CAT-CD (WS-ALLOC-I)  TO PAL-CAT-CD
           MOVE WS-ALLOC-AMT                  TO PAL-AMOUNT
           PERFORM WRITE-PAYALLOC-REC.
       APPLY-ONE-ALLOCATION-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    WRITE-PAYALLOC-REC
      *----------------------------------------------------------------*
      * Records one allocation piece under the new payment.
       WRITE-PAYALLOC-REC.
           MOVE WS-NEW-TRAN-ID TO PAL-TRAN-ID
           EXEC CICS WRITE
                DATASET   (WS-PAYALLOC-FILE)
                FROM      (PAY-ALLOC-RECORD)
                LENGTH    (LENGTH OF PAY-ALLOC-RECORD)
                RIDFLD    (PAL-KEY)
                KEYLENGTH (LENGTH OF PAL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
              MOVE 'Y' TO WS-ERR-FLG
              MOVE 'Unable to record the payment allocation...' TO
                              WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      GET-NEXT-TRAN-ID
      *----------------------------------------------------------------*
      * The next TRAN-ID by the browse-to-end pattern COTRN02C
      * uses, in WS-TRAN-ID-N.
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
      *                    STAMP-TRAN-TIMESTAMPS
      *----------------------------------------------------------------*
      * Now, in the DB2 form COFWV00C stamps, on both
      * timestamps of the record being built; no card present.
       STAMP-TRAN-TIMESTAMPS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-' WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY   '-'
                  WS-CURTIME-HOURS '.' WS-CURTIME-MINUTE '.'
                  WS-CURTIME-SECOND '.000000'
                  DELIMITED BY SIZE
             INTO TRAN-ORIG-TS
           MOVE TRAN-ORIG-TS         TO TRAN-PROC-TS
           MOVE 0                    TO TRAN-MERCHANT-ID
           MOVE 'N'                  TO TRAN-CARD-PRESENT.

      *----------------------------------------------------------------*
      *                    WRITE-TRANSACT-FILE
      *----------------------------------------------------------------*
       WRITE-TRANSACT-FILE.
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
               MOVE 'Unable to post the transfer transactions...'
                    TO WS-MESSAGE
           END-IF.

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
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-UPDATE
      *----------------------------------------------------------------*
       READ-ACCOUNT-UPDATE.
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
               MOVE 'Unable to lookup Account for update...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                    REWRITE-ACCOUNT-FILE
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
               MOVE 'Unable to update Account balance...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      RESOLVE-CARD-TOKEN
      *----------------------------------------------------------------*
      * The ACCT-ID account's card via CXACAIX and its vault
      * token -- the real number stands in when the vault has
      * none, the fallback the batch jobs use.
       RESOLVE-CARD-TOKEN.
           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to resolve card for account...'
                    TO WS-MESSAGE
           ELSE
               MOVE XREF-CARD-NUM TO WS-RES-CARD-NUM
                                     TOKEN-CARD-NUM
               EXEC CICS READ
                    DATASET   (WS-TOKNVLT-FILE)
                    INTO      (TOKEN-RECORD)
                    LENGTH    (LENGTH OF TOKEN-RECORD)
                    RIDFLD    (TOKEN-CARD-NUM)
                    KEYLENGTH (LENGTH OF TOKEN-CARD-NUM)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                   MOVE TOKEN-ID      TO WS-RES-CARD-TOKEN
               ELSE
                   MOVE XREF-CARD-NUM TO WS-RES-CARD-TOKEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     CHECK-FILE-QUIESCE
      *----------------------------------------------------------------*
      * Reads the ACCTDAT quiesce record (CVQSC01Y.cpy): while
      * the nightly batch holds it QUIESCED the user gets a
      * clean message instead of an update mid-cycle. A
      * missing file or record reads as open.
       CHECK-FILE-QUIESCE.
           MOVE 'ACCTDAT ' TO QSC-FILE-NAME
           EXEC CICS READ
                DATASET   (WS-QUIESCE-FILE)
                INTO      (QUIESCE-CONTROL-RECORD)
                LENGTH    (LENGTH OF QUIESCE-CONTROL-RECORD)
                RIDFLD    (QSC-FILE-NAME)
                KEYLENGTH (LENGTH OF QSC-FILE-NAME)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL) AND QSC-QUIESCED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'File in overnight processing - try later...'
                    TO WS-MESSAGE
               MOVE -1      TO FRACCTL OF COPXF0AI
           END-IF.

      *----------------------------------------------------------------*
      *                     READ-TRANSFER-RECORD
      *----------------------------------------------------------------*
      * The PAYXFER record for WS-PAY-TRAN-ID, if there is one.
       READ-TRANSFER-RECORD.
           MOVE WS-PAY-TRAN-ID TO PXF-PAY-TRAN-ID
           EXEC CICS READ
                DATASET   (WS-PAYXFER-FILE)
                INTO      (PAY-XFER-RECORD)
                LENGTH    (LENGTH OF PAY-XFER-RECORD)
                RIDFLD    (PXF-KEY)
                KEYLENGTH (LENGTH OF PXF-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET XFER-ON-FILE     TO TRUE
           ELSE
               SET XFER-NOT-ON-FILE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                    FILE-PENDING-TRANSFER
      *----------------------------------------------------------------*
      * Files the transfer PENDING for a second operator -- a
      * new record, or the cancelled one filed again.
       FILE-PENDING-TRANSFER.
           IF XFER-ON-FILE
               PERFORM READ-TRANSFER-UPDATE
               IF ERR-FLG-ON
                   GO TO FILE-PENDING-TRANSFER-EXIT
               END-IF
           END-IF
           INITIALIZE PAY-XFER-RECORD
           MOVE WS-PAY-TRAN-ID     TO PXF-PAY-TRAN-ID
           SET PXF-STATUS-PENDING  TO TRUE
           MOVE WS-FROM-ACCT-ID-N  TO PXF-FROM-ACCT-ID
           MOVE WS-TO-ACCT-ID-N    TO PXF-TO-ACCT-ID
           MOVE WS-PAY-AMT         TO PXF-AMOUNT
           MOVE CDEMO-USER-ID      TO PXF-FILED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO PXF-FILED-TS
           PERFORM PUT-TRANSFER-RECORD.
       FILE-PENDING-TRANSFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                  RECORD-COMPLETED-TRANSFER
      *----------------------------------------------------------------*
      * Closes the transfer COMPLETED with the legs it posted and
      * the credits it granted. A transfer posted straight from
      * the confirm names the same operator as maker and checker.
       RECORD-COMPLETED-TRANSFER.
           IF XFER-ON-FILE
               PERFORM READ-TRANSFER-UPDATE
               IF ERR-FLG-ON
                   GO TO RECORD-COMPLETED-TRANSFER-EXIT
               END-IF
      * A cancelled transfer confirmed again is filed anew
               IF NOT PXF-STATUS-PENDING
                   MOVE CDEMO-USER-ID TO PXF-FILED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PXF-FILED-TS
               END-IF
           ELSE
               INITIALIZE PAY-XFER-RECORD
               MOVE WS-PAY-TRAN-ID    TO PXF-PAY-TRAN-ID
               MOVE CDEMO-USER-ID     TO PXF-FILED-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO PXF-FILED-TS
           END-IF
           SET PXF-STATUS-COMPLETED   TO TRUE
           MOVE WS-FROM-ACCT-ID-N     TO PXF-FROM-ACCT-ID
           MOVE WS-TO-ACCT-ID-N       TO PXF-TO-ACCT-ID
           MOVE WS-PAY-AMT            TO PXF-AMOUNT
           MOVE CDEMO-USER-ID         TO PXF-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO PXF-APPROVED-TS
           MOVE WS-REV-TRAN-ID        TO PXF-REV-TRAN-ID
           MOVE WS-NEW-TRAN-ID        TO PXF-NEW-TRAN-ID
           MOVE WS-FEE-CREDIT-TOT     TO PXF-FEE-CREDIT
           MOVE WS-INT-CREDIT-TOT     TO PXF-INT-CREDIT
           PERFORM PUT-TRANSFER-RECORD.
       RECORD-COMPLETED-TRANSFER-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    CANCEL-FILED-TRANSFER
      *----------------------------------------------------------------*
       CANCEL-FILED-TRANSFER.
           PERFORM READ-TRANSFER-UPDATE
           IF ERR-FLG-OFF
               SET PXF-STATUS-CANCELLED TO TRUE
               MOVE CDEMO-USER-ID       TO PXF-APPROVED-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO PXF-APPROVED-TS
               PERFORM PUT-TRANSFER-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                    READ-TRANSFER-UPDATE
      *----------------------------------------------------------------*
       READ-TRANSFER-UPDATE.
           MOVE WS-PAY-TRAN-ID TO PXF-PAY-TRAN-ID
           EXEC CICS READ
                DATASET   (WS-PAYXFER-FILE)
                INTO      (PAY-XFER-RECORD)
                LENGTH    (LENGTH OF PAY-XFER-RECORD)
                RIDFLD    (PXF-KEY)
                KEYLENGTH (LENGTH OF PXF-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the transfer record...'
                    TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                     PUT-TRANSFER-RECORD
      *----------------------------------------------------------------*
      * REWRITE when the record was read for update, WRITE when
      * it is new.
       PUT-TRANSFER-RECORD.
           IF XFER-ON-FILE
               EXEC CICS REWRITE
                    DATASET   (WS-PAYXFER-FILE)
                    FROM      (PAY-XFER-RECORD)
                    LENGTH    (LENGTH OF PAY-XFER-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           ELSE
               EXEC CICS WRITE
                    DATASET   (WS-PAYXFER-FILE)
                    FROM      (PAY-XFER-RECORD)
                    LENGTH    (LENGTH OF PAY-XFER-RECORD)
                    RIDFLD    (PXF-KEY)
                    KEYLENGTH (LENGTH OF PXF-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to record the transfer...' TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      BACKOUT-TRANSFER
      *----------------------------------------------------------------*
      * Rolls back everything this task has written so a half-
      * moved payment can never survive, then reports the error
      * already in WS-MESSAGE.
       BACKOUT-TRANSFER.
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC
           PERFORM SEND-PAYXFER-SCREEN.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'l' (payment transfer) record to the AUDITLOG
      * VSAM using the same browse-to-end ID generation every
      * other audit writer uses. AUD-USR-ID is the operator who
      * filed the transfer, AUD-BY-USR-ID the one acting now.
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
           SET AUD-ACTION-PAY-TRANSFER TO TRUE
           MOVE PXF-FILED-BY      TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE PXF-AMOUNT        TO WS-AMT-E
           STRING 'PAY XFER '         DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' '                 DELIMITED BY SIZE
                  PXF-PAY-TRAN-ID     DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  PXF-FROM-ACCT-ID    DELIMITED BY SIZE
                  '>'                 DELIMITED BY SIZE
                  PXF-TO-ACCT-ID      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
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
      *                      SEND-PAYXFER-SCREEN
      *----------------------------------------------------------------*
       SEND-PAYXFER-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COPXF0AO

           EXEC CICS SEND
                     MAP('COPXF0A')
                     MAPSET('COPXF00')
                     FROM(COPXF0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-PAYXFER-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-PAYXFER-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COPXF0A')
                     MAPSET('COPXF00')
                     INTO(COPXF0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COPXF0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COPXF0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COPXF0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COPXF0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COPXF0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COPXF0AO.

      *----------------------------------------------------------------*
      *                    CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE -1              TO FRACCTL OF COPXF0AI
           MOVE SPACES          TO FRACCTI  OF COPXF0AI
                                   PAYTIDI  OF COPXF0AI
                                   TOACCTI  OF COPXF0AI
                                   CONFIRMI OF COPXF0AI
                                   PAYAMTO  OF COPXF0AO
                                   PAYDTEO  OF COPXF0AO
                                   PAYSRCO  OF COPXF0AO
                                   FEECRDO  OF COPXF0AO
                                   INTCRDO  OF COPXF0AO
                                   XFSTATO  OF COPXF0AO
                                   FILEDBO  OF COPXF0AO
                                   WS-MESSAGE
           PERFORM SEND-PAYXFER-SCREEN.
