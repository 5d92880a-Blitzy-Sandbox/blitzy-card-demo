      *              reason and date (see CBSTM03A) -- no more
      *              interest bills on accounts the customer
      *              believes closed.
      *              Filing a closure within 30 days of an annual
      *              membership fee assessment (ANNFEE record in
      *              status 'A', written by CBANF01C) refunds the
      *              unused share of the year automatically:
      *                fee x (365 - days since assessment) / 365
      *              as a type '06' credit on TRANSACT linked to
      *              the fee through TRAN-ORIG-TRAN-ID, taken off
      *              ACCT-CURR-BAL, with the ANNFEE record moved
      *              to 'R' for the CBANF01C run report.
      *              Filing also accelerates the account's active
      *              installment plans (INSTPLAN, see CVIPL01Y):
      *              each moves to payoff, so the unbilled plan
      *              balances bill in full at the next cycle
      *              close. The payoff quote accrues nothing on
      *              the plan balance segment (type '11').
      * Files:       ACCTDAT  (READ, READ UPDATE, REWRITE)
      *              TCATBALF (STARTBR, READNEXT, ENDBR)
      *              DISCGRP  (READ)
      *              ANNFEE   (STARTBR, READNEXT, ENDBR,
      *                        READ UPDATE, REWRITE)
      *              INSTPLAN (STARTBR, READNEXT, ENDBR,
      *                        READ UPDATE, REWRITE)
      *              TRANSACT (STARTBR, READPREV, ENDBR, WRITE)
      *              CXACAIX  (READ, by account-ID alt key)
      *              TOKNVLT  (READ)
      * Navigation:  PF3 returns to caller or main menu. PF4
      *              clears the form.
      *================================================================*
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-TCATBAL-FILE            PIC X(08) VALUE 'TCATBALF'.
         05 WS-DISCGRP-FILE            PIC X(08) VALUE 'DISCGRP '.
         05 WS-ANNFEE-FILE             PIC X(08) VALUE 'ANNFEE  '.
         05 WS-INSTPLAN-FILE           PIC X(08) VALUE 'INSTPLAN'.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-TOKNVLT-FILE            PIC X(08) VALUE 'TOKNVLT '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-ACCRUAL                 PIC S9(09)V99 VALUE ZERO.
         05 WS-PAYOFF-QUOTE            PIC S9(10)V99 VALUE ZERO.
         05 WS-SCAN-DONE-FLG           PIC X(01) VALUE 'N'.
      * Annual fee refund work: the refund window, the latest
      * assessment found for the account, the days since it,
      * and the pro-rated refund
         05 WS-ANNFEE-REFUND-DAYS      PIC S9(04) COMP VALUE 30.
         05 WS-ANNFEE-FOUND-FLG        PIC X(01) VALUE 'N'.
           88 ANNFEE-REFUND-DUE                  VALUE 'Y'.
           88 ANNFEE-NO-REFUND                   VALUE 'N'.
         05 WS-ANNFEE-REFUND-KEY       PIC X(21) VALUE SPACES.
         05 WS-ANNFEE-FEE-AMT          PIC S9(07)V99 VALUE ZERO.
         05 WS-ANNFEE-FEE-TRAN-ID      PIC X(16) VALUE SPACES.
         05 WS-ANNFEE-ASSESS-N         PIC 9(08) VALUE ZEROS.
         05 WS-ANNFEE-ELAPSED          PIC S9(07) COMP VALUE ZERO.
         05 WS-ANNFEE-REFUND-AMT       PIC S9(07)V99 VALUE ZERO.
         05 WS-CARD-TOKEN              PIC X(16) VALUE SPACES.
         05 WS-TRAN-ID-N               PIC 9(16) VALUE ZEROS.
      * Installment plans accelerated by the closure: the active
      * plans' keys, collected while browsing INSTPLAN
         05 WS-IPL-ACCEL-CNT           PIC S9(04) COMP VALUE ZERO.
         05 WS-IPL-IDX                 PIC S9(04) COMP VALUE ZERO.
         05 WS-IPL-ACCEL-KEY           PIC X(27) OCCURS 20 TIMES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
       COPY CVTRA01Y.
      * 50-byte disclosure group record (DIS-GROUP-RECORD)
       COPY CVTRA02Y.
      * 100-byte annual fee record (ANNUAL-FEE-RECORD)
       COPY CVANF01Y.
      * 200-byte installment plan record (INSTALLMENT-PLAN-RECORD)
       COPY CVIPL01Y.
      * 370-byte transaction record (TRAN-RECORD)
       COPY CVTRA05Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 80-byte card token vault record (TOKEN-RECORD)
       COPY CVTKN01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               MOVE 'Y' TO WS-SCAN-DONE-FLG
           ELSE
               IF TRAN-CAT-BAL > ZERO
                  AND TRANCAT-TYPE-CD NOT = '11'
                   PERFORM GET-CATEGORY-RATE
                   COMPUTE WS-ACCRUAL ROUNDED =
                      (TRAN-CAT-BAL * DIS-INT-RATE / 1200)
      *                      FILE-THE-CLOSURE
      *----------------------------------------------------------------*
      * Validates the reason and moves the account to PENDING
      * CLOSURE with it. An annual fee assessed within the
      * refund window is pro-rated and credited back in the
      * same update.
       FILE-THE-CLOSURE.
           EVALUATE REASONI OF COCLS0AI
               WHEN 'C'
                   PERFORM SEND-CLOSURE-SCREEN
           END-EVALUATE

           PERFORM FIND-ANNUAL-FEE-REFUND
               THRU FIND-ANNUAL-FEE-REFUND-EXIT

           PERFORM READ-ACCOUNT-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-CLOSURE-SCREEN

           SET ACCT-STATUS-PENDING-CLOSE TO TRUE
           MOVE REASONI OF COCLS0AI TO ACCT-CLOSURE-REASON
           IF ANNFEE-REFUND-DUE
               SUBTRACT WS-ANNFEE-REFUND-AMT FROM ACCT-CURR-BAL
           END-IF
           PERFORM REWRITE-ACCOUNT-FILE
           IF ERR-FLG-ON
               PERFORM SEND-CLOSURE-SCREEN
           END-IF

           IF ANNFEE-REFUND-DUE
               PERFORM WRITE-ANNFEE-REFUND-TRAN
               IF ERR-FLG-ON
                   PERFORM SEND-CLOSURE-SCREEN
               END-IF
               PERFORM MARK-ANNFEE-REFUNDED
               IF ERR-FLG-ON
                   PERFORM SEND-CLOSURE-SCREEN
               END-IF
           END-IF

           PERFORM ACCELERATE-INSTALLMENT-PLANS
               THRU ACCELERATE-INSTALLMENT-PLANS-EXIT

           MOVE SPACES TO CONFIRMI OF COCLS0AI
           MOVE DFHGREEN TO ERRMSGC OF COCLS0AO
           IF ANNFEE-REFUND-DUE
               MOVE 'Closure filed - annual fee refund credited...'
                 TO WS-MESSAGE
           ELSE
           IF WS-IPL-ACCEL-CNT > ZERO
               MOVE 'Closure filed - installment plans now due...'
                 TO WS-MESSAGE
           ELSE
               MOVE 'Closure filed - debits now blocked...' TO
                               WS-MESSAGE
           END-IF
           END-IF
           PERFORM SEND-CLOSURE-SCREEN.

      *----------------------------------------------------------------*
      *                ACCELERATE-INSTALLMENT-PLANS
      *----------------------------------------------------------------*
      * A closing account's installment plans come due at once:
      * every active plan moves to payoff with reason 'C', so
      * the next cycle close bills the whole unbilled amount
      * and the final statement can show the full payoff. The
      * browse collects the active plans' keys; each is then
      * read for update and rewritten once the browse is ended.
      * An INSTPLAN file that cannot be browsed means no plans.
       ACCELERATE-INSTALLMENT-PLANS.
           MOVE ZERO         TO WS-IPL-ACCEL-CNT
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
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO ACCELERATE-INSTALLMENT-PLANS-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-FLG
           PERFORM SCAN-ONE-PLAN
               UNTIL WS-SCAN-DONE-FLG = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-INSTPLAN-FILE)
           END-EXEC

           PERFORM ACCELERATE-ONE-PLAN
               VARYING WS-IPL-IDX FROM 1 BY 1
               UNTIL WS-IPL-IDX > WS-IPL-ACCEL-CNT.
       ACCELERATE-INSTALLMENT-PLANS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                        SCAN-ONE-PLAN
      *----------------------------------------------------------------*
      * Reads the next plan for the account and keeps the key of
      * an active one. A plan already in payoff or completed is
      * left alone.
       SCAN-ONE-PLAN.
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
              OR WS-IPL-ACCEL-CNT NOT < 20
               MOVE 'Y' TO WS-SCAN-DONE-FLG
           ELSE
               IF IPL-STATUS-ACTIVE
                   ADD 1 TO WS-IPL-ACCEL-CNT
                   MOVE IPL-KEY TO WS-IPL-ACCEL-KEY(WS-IPL-ACCEL-CNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     ACCELERATE-ONE-PLAN
      *----------------------------------------------------------------*
       ACCELERATE-ONE-PLAN.
           MOVE WS-IPL-ACCEL-KEY(WS-IPL-IDX) TO IPL-KEY
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
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET IPL-STATUS-PAYOFF  TO TRUE
               SET IPL-PAYOFF-CLOSURE TO TRUE
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
               STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                      WS-CURDATE-DAY
                      DELIMITED BY SIZE
                 INTO IPL-PAYOFF-DATE
               EXEC CICS REWRITE
                    DATASET   (WS-INSTPLAN-FILE)
                    FROM      (INSTALLMENT-PLAN-RECORD)
                    LENGTH    (LENGTH OF INSTALLMENT-PLAN-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
           END-IF.

      *----------------------------------------------------------------*
      *                    FIND-ANNUAL-FEE-REFUND
      *----------------------------------------------------------------*
      * Browses the account's ANNFEE records for the latest
      * assessment still in status 'A'. When it falls within
      * the refund window the unused share of the year is
      * computed:
      *   fee x (365 - days since assessment) / 365
      * An ANNFEE file that cannot be browsed means no refund.
       FIND-ANNUAL-FEE-REFUND.
           SET ANNFEE-NO-REFUND TO TRUE
           MOVE ZERO         TO WS-ANNFEE-REFUND-AMT
           MOVE SPACES       TO WS-ANNFEE-REFUND-KEY
           MOVE WS-ACCT-ID-N TO ANF-ACCT-ID
           MOVE LOW-VALUES   TO ANF-ASSESS-DATE
           EXEC CICS STARTBR
                DATASET   (WS-ANNFEE-FILE)
                RIDFLD    (ANF-KEY)
                KEYLENGTH (LENGTH OF ANF-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               GO TO FIND-ANNUAL-FEE-REFUND-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-FLG
           PERFORM SCAN-ONE-ANNFEE
               UNTIL WS-SCAN-DONE-FLG = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-ANNFEE-FILE)
           END-EXEC

           IF WS-ANNFEE-REFUND-KEY = SPACES
               GO TO FIND-ANNUAL-FEE-REFUND-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           COMPUTE WS-ANNFEE-ELAPSED =
               FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
             - FUNCTION INTEGER-OF-DATE(WS-ANNFEE-ASSESS-N)
           IF WS-ANNFEE-ELAPSED < 0
              OR WS-ANNFEE-ELAPSED > WS-ANNFEE-REFUND-DAYS
               GO TO FIND-ANNUAL-FEE-REFUND-EXIT
           END-IF

           COMPUTE WS-ANNFEE-REFUND-AMT ROUNDED =
               WS-ANNFEE-FEE-AMT * (365 - WS-ANNFEE-ELAPSED) / 365
           IF WS-ANNFEE-REFUND-AMT > ZERO
               SET ANNFEE-REFUND-DUE TO TRUE
           END-IF.
       FIND-ANNUAL-FEE-REFUND-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SCAN-ONE-ANNFEE
      *----------------------------------------------------------------*
      * Reads the next ANNFEE record; an assessed record for the
      * account replaces any earlier one held (the file is in
      * assessment-date order within the account).
       SCAN-ONE-ANNFEE.
           EXEC CICS READNEXT
                DATASET   (WS-ANNFEE-FILE)
                INTO      (ANNUAL-FEE-RECORD)
                LENGTH    (LENGTH OF ANNUAL-FEE-RECORD)
                RIDFLD    (ANF-KEY)
                KEYLENGTH (LENGTH OF ANF-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR ANF-ACCT-ID NOT = WS-ACCT-ID-N
               MOVE 'Y' TO WS-SCAN-DONE-FLG
           ELSE
               IF ANF-STATUS-ASSESSED
                   MOVE ANF-KEY            TO WS-ANNFEE-REFUND-KEY
                   MOVE ANF-FEE-AMT        TO WS-ANNFEE-FEE-AMT
                   MOVE ANF-TRAN-ID        TO WS-ANNFEE-FEE-TRAN-ID
                   MOVE ANF-ASSESS-DATE(1:4)
                                           TO WS-ANNFEE-ASSESS-N(1:4)
                   MOVE ANF-ASSESS-DATE(6:2)
                                           TO WS-ANNFEE-ASSESS-N(5:2)
                   MOVE ANF-ASSESS-DATE(9:2)
                                           TO WS-ANNFEE-ASSESS-N(7:2)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   WRITE-ANNFEE-REFUND-TRAN
      *----------------------------------------------------------------*
      * Generates the next TRAN-ID via the browse-to-end pattern
      * COTRN02C uses and writes the type '06' refund credit
      * linked to the annual fee it pro-rates. The credit
      * carries the card's vault token, as fee postings do.
       WRITE-ANNFEE-REFUND-TRAN.
           PERFORM RESOLVE-CARD-TOKEN

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
           ADD 1 TO WS-TRAN-ID-N

           INITIALIZE TRAN-RECORD
           MOVE WS-TRAN-ID-N         TO TRAN-ID
           MOVE '06'                 TO TRAN-TYPE-CD
           MOVE '0001'               TO TRAN-CAT-CD
           MOVE 'ANNUALFEE'          TO TRAN-SOURCE
           STRING 'Annual fee refund at closure a/c ' DELIMITED BY SIZE
                  WS-ACCT-ID-N  DELIMITED BY SIZE
             INTO TRAN-DESC
           COMPUTE TRAN-AMT = WS-ANNFEE-REFUND-AMT * -1
           MOVE 0                    TO TRAN-MERCHANT-ID
           MOVE WS-CARD-TOKEN        TO TRAN-CARD-NUM
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
           MOVE WS-ANNFEE-FEE-TRAN-ID TO TRAN-ORIG-TRAN-ID

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
               MOVE 'Closure filed - unable to post fee refund...'
                 TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      RESOLVE-CARD-TOKEN
      *----------------------------------------------------------------*
      * Resolves the account's card via CXACAIX and the card's
      * vault token. A card not yet in the vault carries the
      * real number instead.
       RESOLVE-CARD-TOKEN.
           MOVE SPACES TO WS-CARD-TOKEN
           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE XREF-CARD-NUM TO TOKEN-CARD-NUM
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
                   MOVE TOKEN-ID TO WS-CARD-TOKEN
               ELSE
                   MOVE XREF-CARD-NUM TO WS-CARD-TOKEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     MARK-ANNFEE-REFUNDED
      *----------------------------------------------------------------*
      * Moves the assessment's ANNFEE record to 'R' with the
      * refund amount, date, and credit, left unreported for
      * CBANF01C's next run report.
       MARK-ANNFEE-REFUNDED.
           MOVE WS-ANNFEE-REFUND-KEY TO ANF-KEY
           EXEC CICS READ
                DATASET   (WS-ANNFEE-FILE)
                INTO      (ANNUAL-FEE-RECORD)
                LENGTH    (LENGTH OF ANNUAL-FEE-RECORD)
                RIDFLD    (ANF-KEY)
                KEYLENGTH (LENGTH OF ANF-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET ANF-STATUS-REFUNDED TO TRUE
               MOVE WS-ANNFEE-REFUND-AMT TO ANF-REFUND-AMT
               MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
               STRING WS-CURDATE-YEAR '-' WS-CURDATE-MONTH '-'
                      WS-CURDATE-DAY
                      DELIMITED BY SIZE
                 INTO ANF-REFUND-DATE
               MOVE TRAN-ID               TO ANF-REFUND-TRAN-ID
               MOVE 'N'                   TO ANF-REFUND-REPORTED
               EXEC CICS REWRITE
                    DATASET   (WS-ANNFEE-FILE)
                    FROM      (ANNUAL-FEE-RECORD)
                    LENGTH    (LENGTH OF ANNUAL-FEE-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Fee refund posted - unable to update ANNFEE...'
                 TO WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-FILE
      *----------------------------------------------------------------*
