      *                PF4 - account view (COACTVWC, first acct)
      *                PF5 - card list   (COCRDLIC, first acct)
      *                PF6 - transactions (COTRN00C, first card)
      *              Nothing past the customer's name is shown --
      *              and no drill-down is allowed -- until the
      *              caller passes the identity questions: the
      *              agent keys the caller's DOB, last four of the
      *              SSN, ZIP and last payment amount, each is
      *              marked PASS or FAIL against the files, and
      *              three passes verify the caller for the rest
      *              of the session (CDEMO-IDV-CUST-ID). Every
      *              attempt is logged to IDVLOG with the agent's
      *              ID; the third failed attempt in a day on the
      *              account raises a critical fraud alert and
      *              locks the account to phone servicing until
      *              tomorrow.
      * Files:       CUSTDAT  (READ; STARTBR/READNEXT scan for
      *                        the SSN / last-name search, the
      *                        same non-keyed access pattern
      *                        card)
      *              TOKNVLT  (READ per card -- posted activity
      *                        is keyed by the card's token)
      *              AUTHPTY  (STARTBR/READNEXT per account --
      *                        the parties currently authorized
      *                        to act on it, CVAUP01Y.cpy)
      *              IDVLOG   (STARTBR/READNEXT on the account and
      *                        today's date to count failed
      *                        attempts; WRITE per attempt,
      *                        CVIDV01Y.cpy)
      *              ALERTS   (WRITE -- the fraud alert when an
      *                        account locks, CSALT01Y.cpy)
      * Navigation:  PF3 returns to caller or main menu.
      *================================================================*
       IDENTIFICATION DIVISION.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CTRNAIX-FILE            PIC X(08) VALUE 'CTRNAIX '.
         05 WS-TOKNVLT-FILE            PIC X(08) VALUE 'TOKNVLT '.
         05 WS-AUTHPTY-FILE            PIC X(08) VALUE 'AUTHPTY '.
         05 WS-IDVLOG-FILE             PIC X(08) VALUE 'IDVLOG  '.
         05 WS-ALERTS-FILE             PIC X(08) VALUE 'ALERTS  '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-TRN-BROWSE-OPEN         PIC X(01) VALUE 'N'.
         05 WS-SCAN-OPEN               PIC X(01) VALUE 'N'.
         05 WS-REL-I                   PIC 9(02) VALUE ZERO.
         05 WS-REL-J                   PIC 9(02) VALUE ZERO.
      * Authorized-party rows (three on the map): active and
      * unexpired parties across the accounts painted above
         05 WS-AUP-ROW-CNT             PIC 9(02) VALUE ZERO.
         05 WS-MAX-AUP-ROWS            PIC 9(02) VALUE 3.
         05 WS-AUP-ACCT-ID             PIC 9(11) VALUE ZEROS.
         05 WS-AUP-BROWSE-DONE         PIC X(01) VALUE 'N'.
         05 WS-AUP-BROWSE-OPEN         PIC X(01) VALUE 'N'.
         05 WS-ACCT-SEEN               PIC X(01) VALUE 'N'.
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
      * Caller identity verification: questions that must pass
      * to verify, and the failed attempts in one day on an
      * account that lock it to phone servicing and raise the
      * fraud alert
         05 WS-IDV-PASS-REQD           PIC 9(01) VALUE 3.
         05 WS-IDV-FAIL-LIMIT          PIC 9(02) VALUE 3.
         05 WS-IDV-ACCT-CNT            PIC 9(02) VALUE ZERO.
         05 WS-IDV-MAX-ACCTS           PIC 9(02) VALUE 10.
         05 WS-IDV-ACCT-I              PIC 9(02) VALUE ZERO.
         05 WS-IDV-CHECK-ACCT-ID       PIC 9(11) VALUE ZEROS.
         05 WS-IDV-TODAY-N             PIC X(08) VALUE SPACES.
         05 WS-IDV-FAILS-TODAY         PIC 9(02) VALUE ZERO.
         05 WS-IDV-LOCKED              PIC X(01) VALUE 'N'.
           88 WS-IDV-ACCT-LOCKED                 VALUE 'Y'.
         05 WS-IDV-ANSWERED            PIC X(01) VALUE 'N'.
         05 WS-IDV-BROWSE-DONE         PIC X(01) VALUE 'N'.
         05 WS-IDV-BROWSE-OPEN         PIC X(01) VALUE 'N'.
         05 WS-IDV-SSN-N               PIC 9(09) VALUE ZEROS.
         05 WS-IDV-SSN-X REDEFINES WS-IDV-SSN-N
                                       PIC X(09).
         05 WS-IDV-PAY-ANS             PIC S9(09)V99 VALUE ZERO.
      * The customer's most recent payment across all cards,
      * picked up as the card browses fold each transaction
         05 WS-LAST-PAY-AMT            PIC S9(09)V99 VALUE ZERO.
         05 WS-LAST-PAY-TS             PIC X(26) VALUE SPACES.
      * First account / first card found, carried into the
      * COMMAREA for the PF-key drill-downs
         05 WS-FIRST-ACCT-ID           PIC 9(11) VALUE ZEROS.
      * activity in key order; the ring keeps the last five
      * read, so the screen shows the most recent window
      * without holding the whole history.
      * The customer's distinct accounts, any one of which
      * being locked for the day refuses the phone check
       01 WS-IDV-ACCT-TBL.
         05 WS-IDV-ACCT-ID             PIC 9(11) OCCURS 10 TIMES.

       01 WS-TRN-RING.
         05 WS-TRN-RING-ENTRY OCCURS 5 TIMES.
           10 WS-RING-TRAN-ID          PIC X(16).
       COPY CVTRA05Y.
      * 80-byte token vault record
       COPY CVTKN01Y.
      * 150-byte authorized party record
       COPY CVAUP01Y.
      * 100-byte caller identity verification attempt
       COPY CVIDV01Y.
      * 160-byte operational alert record
       COPY CSALT01Y.
      * 135-byte audit trail record -- the restricted-account
      * privacy wall logs every authorized view
       COPY CSAUD01Y.
                           PERFORM BUILD-CUSTOMER-360
                           PERFORM SEND-C360-SCREEN
                       WHEN DFHPF3
      * Leaving the screen ends the call -- the next caller is
      * verified afresh
                           MOVE ZEROS TO CDEMO-IDV-CUST-ID
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           ELSE
      * Resolves the customer -- by ID when one was keyed, else
      * by the SSN or last-name search -- then paints the
      * identity block, the relationship rows, the recent
      * activity, the open-dispute count, and the parties
      * authorized to act on the accounts. Until this session
      * has verified the caller as this customer, only the name
      * and the identity questions are shown.
       BUILD-CUSTOMER-360.
           PERFORM RESOLVE-CUSTOMER
           IF ERR-FLG-ON
           END-IF

           MOVE CUST-ID TO CDEMO-CUST-ID
           IF CDEMO-IDV-CUST-ID NOT = CUST-ID
               PERFORM VERIFY-CALLER-IDENTITY
                  THRU VERIFY-CALLER-IDENTITY-EXIT
               IF CDEMO-IDV-CUST-ID NOT = CUST-ID
                   PERFORM SEND-C360-SCREEN
               END-IF
           END-IF
           MOVE 'VERIFIED' TO IDVSTSO OF COC360AO
           PERFORM PAINT-IDENTITY-BLOCK
           PERFORM BUILD-RELATIONSHIP-ROWS
           PERFORM BUILD-RECENT-ACTIVITY
           PERFORM BUILD-AUTHORIZED-PARTIES
           .

      *----------------------------------------------------------------*
           END-IF
           .

      *----------------------------------------------------------------*
      *                    VERIFY-CALLER-IDENTITY
      *----------------------------------------------------------------*
      * The identity check before anything about the relationship
      * is disclosed. Shows the customer's name so the agent
      * knows who the caller claims to be; when the agent has
      * keyed the caller's answers, marks each question PASS or
      * FAIL, logs the attempt to IDVLOG, and verifies the
      * caller for the session once enough questions pass. A
      * failed attempt that brings the account's failures today
      * to the limit raises the fraud alert; from then on the
      * account is locked to phone servicing for the day and
      * further attempts are logged as refused.
       VERIFY-CALLER-IDENTITY.
           MOVE CUST-ID TO CIDOUTO OF COC360AO
           MOVE SPACES  TO CNAMEO  OF COC360AO
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY '  '
             INTO CNAMEO OF COC360AO
           END-STRING
           MOVE 'NOT VERIFIED' TO IDVSTSO OF COC360AO
           MOVE SPACES TO VDOBRO  OF COC360AO
                          VSSNRO  OF COC360AO
                          VZIPRO  OF COC360AO
                          VPAYRO  OF COC360AO
           MOVE -1 TO VDOBL OF COC360AI

           MOVE 'N' TO WS-IDV-ANSWERED
           IF (VDOBI OF COC360AI NOT = SPACES AND LOW-VALUES)
              OR (VSSNI OF COC360AI NOT = SPACES AND LOW-VALUES)
              OR (VZIPI OF COC360AI NOT = SPACES AND LOW-VALUES)
              OR (VPAYI OF COC360AI NOT = SPACES AND LOW-VALUES)
               MOVE 'Y' TO WS-IDV-ANSWERED
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N TO WS-IDV-TODAY-N
           PERFORM COLLECT-CALLER-ACCOUNTS
           IF WS-IDV-ACCT-CNT = ZERO
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'No accounts on file for customer' TO WS-MESSAGE
               GO TO VERIFY-CALLER-IDENTITY-EXIT
           END-IF

      * Any of the customer's accounts locked today refuses the
      * check. Walked last to first, so the failure count left
      * behind for the log is the first account's -- the one
      * being serviced
           MOVE 'N' TO WS-IDV-LOCKED
           PERFORM CHECK-ACCT-PHONE-LOCK
               VARYING WS-IDV-ACCT-I FROM WS-IDV-ACCT-CNT BY -1
               UNTIL WS-IDV-ACCT-I < 1

           IF WS-IDV-ANSWERED = 'N'
               IF WS-IDV-ACCT-LOCKED
                   MOVE 'LOCKED TODAY' TO IDVSTSO OF COC360AO
                   MOVE 'Locked for phone servicing today - ID checks'
                        TO WS-MESSAGE
               ELSE
                   MOVE 'Ask caller DOB, SSN last 4, ZIP, last payment'
                        TO WS-MESSAGE
               END-IF
               GO TO VERIFY-CALLER-IDENTITY-EXIT
           END-IF

           INITIALIZE IDENTITY-VERIFY-RECORD
           MOVE WS-IDV-ACCT-ID(1)    TO IDV-ACCT-ID
           MOVE WS-CURDATE-DATA(1:14) TO IDV-TS
           MOVE CUST-ID              TO IDV-CUST-ID
           MOVE CDEMO-USER-ID        TO IDV-AGENT-USR-ID
           MOVE 'N'                  TO IDV-ALERT-RAISED
           PERFORM EVALUATE-CALLER-ANSWERS
           EVALUATE TRUE
               WHEN WS-IDV-ACCT-LOCKED
                   SET IDV-OUTCOME-LOCKED   TO TRUE
               WHEN IDV-PASS-CNT >= WS-IDV-PASS-REQD
                   SET IDV-OUTCOME-VERIFIED TO TRUE
               WHEN OTHER
                   SET IDV-OUTCOME-FAILED   TO TRUE
                   ADD 1 TO WS-IDV-FAILS-TODAY
           END-EVALUATE
           MOVE WS-IDV-FAILS-TODAY TO IDV-FAILS-TODAY
           IF IDV-OUTCOME-FAILED
              AND WS-IDV-FAILS-TODAY = WS-IDV-FAIL-LIMIT
               PERFORM RAISE-CALLER-FRAUD-ALERT
           END-IF
           PERFORM WRITE-IDV-LOG-RECORD
           IF ERR-FLG-ON
               GO TO VERIFY-CALLER-IDENTITY-EXIT
           END-IF

      * The answers never echo back to the screen
           MOVE SPACES TO VDOBI OF COC360AI
                          VSSNI OF COC360AI
                          VZIPI OF COC360AI
                          VPAYI OF COC360AI
           EVALUATE TRUE
               WHEN IDV-OUTCOME-LOCKED
                   MOVE 'LOCKED TODAY' TO IDVSTSO OF COC360AO
                   MOVE 'Locked for phone servicing today - ID checks'
                        TO WS-MESSAGE
               WHEN IDV-OUTCOME-VERIFIED
                   MOVE CUST-ID    TO CDEMO-IDV-CUST-ID
                   MOVE 'VERIFIED' TO IDVSTSO OF COC360AO
                   MOVE 'Caller verified' TO WS-MESSAGE
               WHEN IDV-ALERT-RAISED = 'Y'
                   MOVE 'LOCKED TODAY' TO IDVSTSO OF COC360AO
                   MOVE 'ID check failed - fraud alerted, phone locked'
                        TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'Y'    TO WS-ERR-FLG
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'ID check failed - '
                          IDV-PASS-CNT
                          ' passed, '
                          WS-IDV-PASS-REQD
                          ' needed'
                          DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
           END-EVALUATE
           .
       VERIFY-CALLER-IDENTITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    COLLECT-CALLER-ACCOUNTS
      *----------------------------------------------------------------*
      * Walks the customer's cross-reference rows for the
      * distinct accounts the lock applies to. When the caller
      * answered the last-payment question, each card's
      * activity is browsed too, for the latest payment.
       COLLECT-CALLER-ACCOUNTS.
           MOVE ZERO   TO WS-IDV-ACCT-CNT
           MOVE ZERO   TO WS-LAST-PAY-AMT
           MOVE SPACES TO WS-LAST-PAY-TS
           MOVE 'N'    TO WS-BROWSE-DONE
           MOVE CUST-ID TO XREF-CUST-ID
           EXEC CICS STARTBR
                DATASET   (WS-CXCUAIX-FILE)
                RIDFLD    (XREF-CUST-ID)
                KEYLENGTH (LENGTH OF XREF-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-OPEN
           ELSE
               MOVE 'N' TO WS-BROWSE-OPEN
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           PERFORM COLLECT-NEXT-XREF-ROW
               UNTIL WS-BROWSE-DONE = 'Y'
           IF WS-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-CXCUAIX-FILE)
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      *                    COLLECT-NEXT-XREF-ROW
      *----------------------------------------------------------------*
       COLLECT-NEXT-XREF-ROW.
           EXEC CICS READNEXT
                DATASET   (WS-CXCUAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (XREF-CUST-ID)
                KEYLENGTH (LENGTH OF XREF-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR XREF-CUST-ID NOT = CUST-ID
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               MOVE 'N' TO WS-ACCT-SEEN
               PERFORM CHECK-IDV-ACCT-SEEN
                   VARYING WS-IDV-ACCT-I FROM 1 BY 1
                   UNTIL WS-IDV-ACCT-I > WS-IDV-ACCT-CNT
               IF WS-ACCT-SEEN = 'N'
                  AND WS-IDV-ACCT-CNT < WS-IDV-MAX-ACCTS
                   ADD 1 TO WS-IDV-ACCT-CNT
                   MOVE XREF-ACCT-ID TO WS-IDV-ACCT-ID(WS-IDV-ACCT-CNT)
               END-IF
               IF VPAYI OF COC360AI NOT = SPACES AND LOW-VALUES
                   PERFORM GATHER-CARD-ACTIVITY
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *                      CHECK-IDV-ACCT-SEEN
      *----------------------------------------------------------------*
       CHECK-IDV-ACCT-SEEN.
           IF WS-IDV-ACCT-ID(WS-IDV-ACCT-I) = XREF-ACCT-ID
               MOVE 'Y' TO WS-ACCT-SEEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                     CHECK-ACCT-PHONE-LOCK
      *----------------------------------------------------------------*
      * Counts the failed attempts logged today against one of
      * the customer's accounts; at the limit the account is
      * locked to phone servicing for the rest of the day.
       CHECK-ACCT-PHONE-LOCK.
           MOVE ZERO TO WS-IDV-FAILS-TODAY
           MOVE WS-IDV-ACCT-ID(WS-IDV-ACCT-I) TO WS-IDV-CHECK-ACCT-ID
           MOVE WS-IDV-CHECK-ACCT-ID TO IDV-ACCT-ID
           MOVE WS-IDV-TODAY-N       TO IDV-TS(1:8)
           MOVE '000000'             TO IDV-TS(9:6)
           MOVE 'N' TO WS-IDV-BROWSE-DONE
           EXEC CICS STARTBR
                DATASET   (WS-IDVLOG-FILE)
                RIDFLD    (IDV-KEY)
                KEYLENGTH (LENGTH OF IDV-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-IDV-BROWSE-OPEN
           ELSE
               MOVE 'N' TO WS-IDV-BROWSE-OPEN
               MOVE 'Y' TO WS-IDV-BROWSE-DONE
           END-IF
           PERFORM COUNT-NEXT-IDV-ATTEMPT
               UNTIL WS-IDV-BROWSE-DONE = 'Y'
           IF WS-IDV-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-IDVLOG-FILE)
               END-EXEC
           END-IF
           IF WS-IDV-FAILS-TODAY >= WS-IDV-FAIL-LIMIT
               MOVE 'Y' TO WS-IDV-LOCKED
           END-IF
           .

      *----------------------------------------------------------------*
      *                    COUNT-NEXT-IDV-ATTEMPT
      *----------------------------------------------------------------*
       COUNT-NEXT-IDV-ATTEMPT.
           EXEC CICS READNEXT
                DATASET   (WS-IDVLOG-FILE)
                INTO      (IDENTITY-VERIFY-RECORD)
                LENGTH    (LENGTH OF IDENTITY-VERIFY-RECORD)
                RIDFLD    (IDV-KEY)
                KEYLENGTH (LENGTH OF IDV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR IDV-ACCT-ID NOT = WS-IDV-CHECK-ACCT-ID
              OR IDV-TS(1:8) NOT = WS-IDV-TODAY-N
               MOVE 'Y' TO WS-IDV-BROWSE-DONE
           ELSE
               IF IDV-OUTCOME-FAILED
                   ADD 1 TO WS-IDV-FAILS-TODAY
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *                   EVALUATE-CALLER-ANSWERS
      *----------------------------------------------------------------*
      * Marks each question the agent keyed an answer for as
      * passed or failed against the files; a question left
      * blank was not asked.
       EVALUATE-CALLER-ANSWERS.
           MOVE 'N'  TO IDV-Q-DOB IDV-Q-SSN4 IDV-Q-ZIP IDV-Q-LASTPAY
           MOVE ZERO TO IDV-PASS-CNT IDV-FAIL-CNT

           IF VDOBI OF COC360AI NOT = SPACES AND LOW-VALUES
               IF VDOBI OF COC360AI = CUST-DOB-YYYY-MM-DD
                   SET IDV-Q-DOB-PASSED TO TRUE
               ELSE
                   SET IDV-Q-DOB-FAILED TO TRUE
               END-IF
           END-IF

           IF VSSNI OF COC360AI NOT = SPACES AND LOW-VALUES
               MOVE CUST-SSN TO WS-IDV-SSN-N
               IF VSSNI OF COC360AI = WS-IDV-SSN-X(6:4)
                   SET IDV-Q-SSN4-PASSED TO TRUE
               ELSE
                   SET IDV-Q-SSN4-FAILED TO TRUE
               END-IF
           END-IF

           IF VZIPI OF COC360AI NOT = SPACES AND LOW-VALUES
               IF VZIPI OF COC360AI = CUST-ADDR-ZIP(1:5)
                   SET IDV-Q-ZIP-PASSED TO TRUE
               ELSE
                   SET IDV-Q-ZIP-FAILED TO TRUE
               END-IF
           END-IF

      * No payment on file cannot be confirmed by any amount
           IF VPAYI OF COC360AI NOT = SPACES AND LOW-VALUES
               SET IDV-Q-LASTPAY-FAILED TO TRUE
               IF WS-LAST-PAY-TS NOT = SPACES
                  AND FUNCTION TEST-NUMVAL-C(VPAYI OF COC360AI) = 0
                   COMPUTE WS-IDV-PAY-ANS =
                       FUNCTION NUMVAL-C(VPAYI OF COC360AI)
                   IF WS-IDV-PAY-ANS = WS-LAST-PAY-AMT
                       SET IDV-Q-LASTPAY-PASSED TO TRUE
                   END-IF
               END-IF
           END-IF

           IF IDV-Q-DOB-PASSED
               ADD 1 TO IDV-PASS-CNT
               MOVE 'PASS' TO VDOBRO OF COC360AO
           END-IF
           IF IDV-Q-DOB-FAILED
               ADD 1 TO IDV-FAIL-CNT
               MOVE 'FAIL' TO VDOBRO OF COC360AO
           END-IF
           IF IDV-Q-SSN4-PASSED
               ADD 1 TO IDV-PASS-CNT
               MOVE 'PASS' TO VSSNRO OF COC360AO
           END-IF
           IF IDV-Q-SSN4-FAILED
               ADD 1 TO IDV-FAIL-CNT
               MOVE 'FAIL' TO VSSNRO OF COC360AO
           END-IF
           IF IDV-Q-ZIP-PASSED
               ADD 1 TO IDV-PASS-CNT
               MOVE 'PASS' TO VZIPRO OF COC360AO
           END-IF
           IF IDV-Q-ZIP-FAILED
               ADD 1 TO IDV-FAIL-CNT
               MOVE 'FAIL' TO VZIPRO OF COC360AO
           END-IF
           IF IDV-Q-LASTPAY-PASSED
               ADD 1 TO IDV-PASS-CNT
               MOVE 'PASS' TO VPAYRO OF COC360AO
           END-IF
           IF IDV-Q-LASTPAY-FAILED
               ADD 1 TO IDV-FAIL-CNT
               MOVE 'FAIL' TO VPAYRO OF COC360AO
           END-IF
           .

      *----------------------------------------------------------------*
      *                   RAISE-CALLER-FRAUD-ALERT
      *----------------------------------------------------------------*
      * The attempt that reaches the day's failure limit puts a
      * critical alert on the COALT00C viewer for the fraud team.
       RAISE-CALLER-FRAUD-ALERT.
           INITIALIZE ALERT-RECORD
           MOVE IDV-TS     TO ALT-TS
           MOVE WS-PGMNAME TO ALT-SOURCE-JOB
           SET ALT-SEV-CRITICAL TO TRUE
           SET ALT-STATUS-OPEN  TO TRUE
           STRING 'ID CHECK FAILED '
                  WS-IDV-FAILS-TODAY
                  'X ACCT '
                  IDV-ACCT-ID
                  ' CUST '
                  IDV-CUST-ID
                  ' BY '
                  IDV-AGENT-USR-ID
                  ' - PHONE LOCKED'
                  DELIMITED BY SIZE
             INTO ALT-MESSAGE
           END-STRING
           EXEC CICS WRITE
                DATASET   (WS-ALERTS-FILE)
                FROM      (ALERT-RECORD)
                LENGTH    (LENGTH OF ALERT-RECORD)
                RIDFLD    (ALT-KEY)
                KEYLENGTH (LENGTH OF ALT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO IDV-ALERT-RAISED
           END-IF
           .

      *----------------------------------------------------------------*
      *                     WRITE-IDV-LOG-RECORD
      *----------------------------------------------------------------*
      * An attempt that cannot be logged does not count -- the
      * caller stays unverified and the agent asks again.
       WRITE-IDV-LOG-RECORD.
           EXEC CICS WRITE
                DATASET   (WS-IDVLOG-FILE)
                FROM      (IDENTITY-VERIFY-RECORD)
                LENGTH    (LENGTH OF IDENTITY-VERIFY-RECORD)
                RIDFLD    (IDV-KEY)
                KEYLENGTH (LENGTH OF IDV-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to log the ID check - ask again' TO
                    WS-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      READ-CUSTOMER-BY-ID
      *----------------------------------------------------------------*
               OR TRAN-DISPUTE-UNDER-REVIEW
               ADD 1 TO WS-DISPUTE-CNT
           END-IF
      * The latest payment seen feeds the last-payment question
           IF TRAN-TYPE-CD = '02'
              AND TRAN-ORIG-TS > WS-LAST-PAY-TS
               MOVE TRAN-ORIG-TS TO WS-LAST-PAY-TS
               IF TRAN-AMT < ZERO
                   COMPUTE WS-LAST-PAY-AMT = TRAN-AMT * -1
               ELSE
                   MOVE TRAN-AMT TO WS-LAST-PAY-AMT
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
           MOVE WS-DISPUTE-CNT TO DSPCNTO OF COC360AO
           .

      *----------------------------------------------------------------*
      *                    BUILD-AUTHORIZED-PARTIES
      *----------------------------------------------------------------*
      * Paints the third parties currently authorized on the
      * customer's accounts -- active, and not past any expiry
      * date -- so the agent can tell at a glance who else may
      * call about the relationship and with what scope. Each
      * account painted above is browsed once; a restricted
      * account's parties stay behind the privacy wall.
       BUILD-AUTHORIZED-PARTIES.
           MOVE ZERO TO WS-AUP-ROW-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING
           PERFORM SCAN-ACCT-PARTIES
              THRU SCAN-ACCT-PARTIES-EXIT
               VARYING WS-REL-I FROM 1 BY 1
               UNTIL WS-REL-I > WS-REL-ROW-CNT
                  OR WS-AUP-ROW-CNT >= WS-MAX-AUP-ROWS
           .

      *----------------------------------------------------------------*
      *                      SCAN-ACCT-PARTIES
      *----------------------------------------------------------------*
       SCAN-ACCT-PARTIES.
           IF RSTS01I OF COC360AI(WS-REL-I) = 'RESTRICTED'
               GO TO SCAN-ACCT-PARTIES-EXIT
           END-IF
      * Several cards can share one account -- browse it once
           MOVE 'N' TO WS-ACCT-SEEN
           PERFORM CHECK-ACCT-SEEN
               VARYING WS-REL-J FROM 1 BY 1
               UNTIL WS-REL-J >= WS-REL-I
           IF WS-ACCT-SEEN = 'Y'
               GO TO SCAN-ACCT-PARTIES-EXIT
           END-IF

           MOVE RACC01I OF COC360AI(WS-REL-I) TO WS-AUP-ACCT-ID
           MOVE WS-AUP-ACCT-ID TO AUP-ACCT-ID
           MOVE ZEROS          TO AUP-SEQ
           MOVE 'N' TO WS-AUP-BROWSE-DONE
           EXEC CICS STARTBR
                DATASET   (WS-AUTHPTY-FILE)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-AUP-BROWSE-OPEN
           ELSE
               MOVE 'N' TO WS-AUP-BROWSE-OPEN
               MOVE 'Y' TO WS-AUP-BROWSE-DONE
           END-IF
           PERFORM SCAN-NEXT-PARTY
               UNTIL WS-AUP-BROWSE-DONE = 'Y'
                  OR WS-AUP-ROW-CNT >= WS-MAX-AUP-ROWS
           IF WS-AUP-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-AUTHPTY-FILE)
               END-EXEC
           END-IF
           .
       SCAN-ACCT-PARTIES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                       CHECK-ACCT-SEEN
      *----------------------------------------------------------------*
       CHECK-ACCT-SEEN.
           IF RACC01I OF COC360AI(WS-REL-J) =
              RACC01I OF COC360AI(WS-REL-I)
               MOVE 'Y' TO WS-ACCT-SEEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                       SCAN-NEXT-PARTY
      *----------------------------------------------------------------*
       SCAN-NEXT-PARTY.
           EXEC CICS READNEXT
                DATASET   (WS-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR AUP-ACCT-ID NOT = WS-AUP-ACCT-ID
               MOVE 'Y' TO WS-AUP-BROWSE-DONE
           ELSE
      * An expiry date already passed counts as expired even
      * before the nightly run flips the status
               IF AUP-STATUS-ACTIVE
                  AND (AUP-EXPIRY-DATE = SPACES
                       OR AUP-EXPIRY-DATE NOT < WS-TODAY-X)
                   ADD 1 TO WS-AUP-ROW-CNT
                   MOVE AUP-NAME         TO
                        APNM01I OF COC360AI(WS-AUP-ROW-CNT)
                   MOVE AUP-RELATIONSHIP TO
                        APRL01I OF COC360AI(WS-AUP-ROW-CNT)
                   MOVE AUP-SCOPE        TO
                        APSC01I OF COC360AI(WS-AUP-ROW-CNT)
                   MOVE AUP-ACCT-ID      TO
                        APAC01I OF COC360AI(WS-AUP-ROW-CNT)
                   MOVE AUP-EXPIRY-DATE  TO
                        APEX01I OF COC360AI(WS-AUP-ROW-CNT)
               END-IF
           END-IF
           .

      *----------------------------------------------------------------*
      *                      DRILL-TO-ACCOUNT-VIEW
      *----------------------------------------------------------------*
      * PF4: account view for the customer's first account.
       DRILL-TO-ACCOUNT-VIEW.
           PERFORM CHECK-CALLER-VERIFIED
           IF CDEMO-CUST-ID = ZEROS OR WS-FIRST-ACCT-ID = ZEROS
               PERFORM REBUILD-DRILL-CONTEXT
           END-IF
      *----------------------------------------------------------------*
      * PF5: card list filtered to the first account.
       DRILL-TO-CARD-LIST.
           PERFORM CHECK-CALLER-VERIFIED
           IF CDEMO-CUST-ID = ZEROS OR WS-FIRST-ACCT-ID = ZEROS
               PERFORM REBUILD-DRILL-CONTEXT
           END-IF
      *----------------------------------------------------------------*
      * PF6: transaction list for the first card.
       DRILL-TO-TRANSACTIONS.
           PERFORM CHECK-CALLER-VERIFIED
           IF CDEMO-CUST-ID = ZEROS
               OR WS-FIRST-CARD-NUM = SPACES
               PERFORM REBUILD-DRILL-CONTEXT
           PERFORM RETURN-TO-PREV-SCREEN
           .

      *----------------------------------------------------------------*
      *                      CHECK-CALLER-VERIFIED
      *----------------------------------------------------------------*
      * The drill-downs disclose as much as the 360 itself --
      * none of them before the caller is verified.
       CHECK-CALLER-VERIFIED.
           IF CDEMO-CUST-ID NOT = ZEROS
              AND CDEMO-IDV-CUST-ID NOT = CDEMO-CUST-ID
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Verify the caller before drilling in' TO
                    WS-MESSAGE
               PERFORM SEND-C360-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      REBUILD-DRILL-CONTEXT
      *----------------------------------------------------------------*
