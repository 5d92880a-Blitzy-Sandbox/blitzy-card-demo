      ******************************************************************
      * Program     : COMBI00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Real-time account inquiry for mobile banking
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
      * Program:     COMBI00C
      * Transaction: CMBI
      * BMS Map:     none -- a COMMAREA service, reached by
      *              a CICS LINK from the mobile banking
      *              integration layer
      * Function:    Answers the mobile app's account inquiry in
      *              real time -- balance, credit limit and
      *              available credit, minimum payment due and
      *              due date, rewards points, the account's
      *              card masked to its last four digits, and
      *              the most recent transactions on it -- in
      *              place of the nightly IVR extract (CBIVR01C)
      *              the app read until now. The request and
      *              response are the fixed 800-byte layout in
      *              CVMBI01Y.cpy.
      *              Every call is checked, in order:
      *                - the client must be on MBCLIENT
      *                  (CVMBC01Y.cpy), present its access
      *                  token, and be active;
      *                - the client must be inside its per-minute
      *                  and daily call limits, counted on the
      *                  client record;
      *                - the account must exist;
      *                - a restricted account is never answered
      *                  -- a service client is not an
      *                  administrator, so the CSRSTPY wall
      *                  always holds;
      *                - nor is the account of a deceased
      *                  customer, while the estate is settled.
      *              Every call, answered or refused, is written
      *              to MBILOG (CVMBL01Y.cpy) for the audit trail
      *              and for the CBMBI01C volume report.
      * Files:       MBCLIENT (READ UPDATE, REWRITE, UNLOCK)
      *              ACCTDAT  (READ)
      *              CXACAIX  (READ, by account-ID alt key)
      *              CUSTDAT  (READ)
      *              CARDDAT  (READ)
      *              TOKNVLT  (READ)
      *              CTRNAIX  (card-number alternate path over
      *                        TRANSACT, STARTBR/READNEXT/ENDBR)
      *              MBILOG   (WRITE)
      * Navigation:  none -- returns to the linking program.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMBI00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COMBI00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CMBI'.
         05 WS-MBCLIENT-FILE           PIC X(08) VALUE 'MBCLIENT'.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-TOKNVLT-FILE            PIC X(08) VALUE 'TOKNVLT '.
         05 WS-CTRNAIX-FILE            PIC X(08) VALUE 'CTRNAIX '.
         05 WS-MBILOG-FILE             PIC X(08) VALUE 'MBILOG  '.
      *
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
      * The moment of the call, CURRENT-DATE form: stamps the
      * response, the client's counts and the log key
         05 WS-NOW                     PIC X(21) VALUE SPACES.
      * Whether the request arrived whole -- a short COMMAREA
      * cannot be answered, only logged
         05 WS-COMMAREA-FLG            PIC X(01) VALUE 'N'.
           88 COMMAREA-COMPLETE                  VALUE 'Y'.
           88 COMMAREA-SHORT                     VALUE 'N'.
         05 WS-CALLS-TODAY             PIC 9(07) VALUE ZEROS.
      * Transaction dates come in both TRAN-ORIG-TS forms --
      * CURRENT-DATE digits online, DB2 format in batch -- and
      * are answered as YYYY-MM-DD
         05 WS-TS-IN                   PIC X(26) VALUE SPACES.
         05 WS-TS-DATE                 PIC X(10) VALUE SPACES.
         05 WS-AVAIL-CREDIT            PIC S9(11)V99 VALUE 0.
         05 WS-CARD-BROWSE-KEY         PIC X(16) VALUE SPACES.
         05 WS-TRN-BROWSE-DONE         PIC X(01) VALUE 'N'.
         05 WS-TRN-BROWSE-OPEN         PIC X(01) VALUE 'N'.
      * Recent transactions: the last WS-MAX-TRN-ROWS read off
      * the card path, kept in a ring as COC3600C keeps them
         05 WS-MAX-TRN-ROWS            PIC 9(02) VALUE 5.
         05 WS-TRN-RING-NEXT           PIC 9(02) VALUE 1.
         05 WS-TRN-RING-SLOT           PIC S9(04) COMP VALUE 0.
         05 WS-TRN-I                   PIC S9(04) COMP VALUE 0.

       01 WS-TRN-RING.
         05 WS-TRN-RING-ENTRY OCCURS 10 TIMES.
           10 WS-RING-TRAN-DATE        PIC X(10).
           10 WS-RING-TRAN-DESC        PIC X(26).
           10 WS-RING-TRAN-TYPE-CD     PIC X(02).
           10 WS-RING-TRAN-AMT         PIC S9(09)V99 COMP-3.
           10 WS-RING-USED             PIC X(01).

      * 800-byte request/response area (MBI-COMMAREA)
       COPY CVMBI01Y.
      * 150-byte mobile inquiry client record (MOBILE-CLIENT-RECORD)
       COPY CVMBC01Y.
      * 100-byte mobile inquiry log record (MOBILE-LOG-RECORD)
       COPY CVMBL01Y.
      * 300-byte account record layout (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 150-byte card record layout (CARD-RECORD)
       COPY CVACT02Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 500-byte customer record layout (CUSTOMER-RECORD)
       COPY CVCUS01Y.
      * 80-byte card token vault record (TOKEN-RECORD)
       COPY CVTKN01Y.
      * 370-byte transaction record (TRAN-RECORD)
       COPY CVTRA05Y.

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
      * One request in, one response out; the call is logged
      * whatever the answer.
       MAIN-PARA.
           IF EIBCALEN = 0
               EXEC CICS RETURN
               END-EXEC
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE SPACES                TO MBI-COMMAREA
           MOVE DFHCOMMAREA(1:EIBCALEN) TO MBI-COMMAREA
           IF EIBCALEN < LENGTH OF MBI-COMMAREA
               SET COMMAREA-SHORT    TO TRUE
           ELSE
               SET COMMAREA-COMPLETE TO TRUE
           END-IF
           INITIALIZE MBI-RESPONSE
           MOVE WS-NOW(1:14)          TO MBI-RESP-ASOF-TS

           IF COMMAREA-SHORT
               SET MBI-RESP-BAD-REQUEST TO TRUE
           ELSE
               PERFORM PROCESS-INQUIRY
                  THRU PROCESS-INQUIRY-EXIT
           END-IF

           PERFORM WRITE-REQUEST-LOG

           IF COMMAREA-COMPLETE
               MOVE MBI-COMMAREA TO DFHCOMMAREA(1:EIBCALEN)
           END-IF
           EXEC CICS RETURN
           END-EXEC.

      *----------------------------------------------------------------*
      *                       PROCESS-INQUIRY
      *----------------------------------------------------------------*
      * The checks in order, each refusal leaving its response
      * code and text and going straight to the exit; a call
      * that passes them all is answered.
       PROCESS-INQUIRY.
           IF NOT MBI-REQ-VERSION-01
               SET MBI-RESP-BAD-REQUEST TO TRUE
               MOVE 'Unsupported request version'
                 TO MBI-RESP-MSG
               GO TO PROCESS-INQUIRY-EXIT
           END-IF

           PERFORM AUTHENTICATE-CLIENT
              THRU AUTHENTICATE-CLIENT-EXIT
           IF NOT MBI-RESP-OK
               GO TO PROCESS-INQUIRY-EXIT
           END-IF

           IF MBI-REQ-ACCT-ID IS NOT NUMERIC
              OR MBI-REQ-ACCT-ID = ZEROS
               SET MBI-RESP-BAD-REQUEST TO TRUE
               MOVE 'Account ID must be 11 digits'
                 TO MBI-RESP-MSG
               GO TO PROCESS-INQUIRY-EXIT
           END-IF
           EVALUATE TRUE
               WHEN MBI-REQ-TRAN-COUNT = SPACES
               WHEN MBI-REQ-TRAN-COUNT = '00'
                   MOVE 5 TO WS-MAX-TRN-ROWS
               WHEN MBI-REQ-TRAN-COUNT IS NOT NUMERIC
               WHEN MBI-REQ-TRAN-COUNT > '10'
                   SET MBI-RESP-BAD-REQUEST TO TRUE
                   MOVE 'Transaction count must be 00-10'
                     TO MBI-RESP-MSG
                   GO TO PROCESS-INQUIRY-EXIT
               WHEN OTHER
                   MOVE MBI-REQ-TRAN-COUNT TO WS-MAX-TRN-ROWS
           END-EVALUATE

           MOVE MBI-REQ-ACCT-ID TO ACCT-ID
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
                   SET MBI-RESP-ACCT-NOT-FOUND TO TRUE
                   MOVE 'Account not found' TO MBI-RESP-MSG
                   GO TO PROCESS-INQUIRY-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   SET MBI-RESP-SYSTEM-ERROR TO TRUE
                   MOVE 'Unable to read the account' TO MBI-RESP-MSG
                   GO TO PROCESS-INQUIRY-EXIT
           END-EVALUATE

      * A service client is never an administrator, so a
      * restricted account is refused outright -- the same
      * answer CSRSTPY gives an ordinary user
           IF ACCT-IS-RESTRICTED
               SET MBI-RESP-ACCT-RESTRICTED TO TRUE
               MOVE 'Account restricted' TO MBI-RESP-MSG
               GO TO PROCESS-INQUIRY-EXIT
           END-IF

           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (ACCT-ID)
                KEYLENGTH (LENGTH OF ACCT-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET MBI-RESP-ACCT-NOT-FOUND TO TRUE
                   MOVE 'No card on the account' TO MBI-RESP-MSG
                   GO TO PROCESS-INQUIRY-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   SET MBI-RESP-SYSTEM-ERROR TO TRUE
                   MOVE 'Unable to read the card cross-reference'
                     TO MBI-RESP-MSG
                   GO TO PROCESS-INQUIRY-EXIT
           END-EVALUATE

      * The deceased rule: nothing is disclosed on the account
      * of a customer whose death has been notified
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
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               SET MBI-RESP-SYSTEM-ERROR TO TRUE
               MOVE 'Unable to read the customer' TO MBI-RESP-MSG
               GO TO PROCESS-INQUIRY-EXIT
           END-IF
           IF CUST-IS-DECEASED
               SET MBI-RESP-ACCT-DECEASED TO TRUE
               MOVE 'Account holder deceased' TO MBI-RESP-MSG
               GO TO PROCESS-INQUIRY-EXIT
           END-IF

           PERFORM FILL-ACCOUNT-FIGURES
           PERFORM FILL-CARD-DETAIL
           PERFORM GATHER-RECENT-ACTIVITY
              THRU GATHER-RECENT-ACTIVITY-EXIT
           PERFORM FILL-RECENT-ACTIVITY

           SET MBI-RESP-OK TO TRUE
           MOVE 'Inquiry answered' TO MBI-RESP-MSG.
       PROCESS-INQUIRY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                     AUTHENTICATE-CLIENT
      *----------------------------------------------------------------*
      * The client must be registered, present its token, be
      * active, and be inside its call limits. The client
      * record is read for update so the counts stay true under
      * concurrent calls; a refused caller's record is released
      * untouched, except that a call over the limits is
      * counted as a refusal. Leaves MBI-RESP-OK set on success.
       AUTHENTICATE-CLIENT.
           MOVE MBI-REQ-CLIENT-ID TO MBC-CLIENT-ID
           EXEC CICS READ
                DATASET   (WS-MBCLIENT-FILE)
                INTO      (MOBILE-CLIENT-RECORD)
                LENGTH    (LENGTH OF MOBILE-CLIENT-RECORD)
                RIDFLD    (MBC-CLIENT-ID)
                KEYLENGTH (LENGTH OF MBC-CLIENT-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET MBI-RESP-AUTH-FAILED TO TRUE
                   MOVE 'Client not authorized' TO MBI-RESP-MSG
                   GO TO AUTHENTICATE-CLIENT-EXIT
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   SET MBI-RESP-SYSTEM-ERROR TO TRUE
                   MOVE 'Unable to read the client registry'
                     TO MBI-RESP-MSG
                   GO TO AUTHENTICATE-CLIENT-EXIT
           END-EVALUATE

           IF MBI-REQ-CLIENT-TOKEN = SPACES OR LOW-VALUES
              OR MBI-REQ-CLIENT-TOKEN NOT = MBC-TOKEN
               PERFORM RELEASE-CLIENT-RECORD
               SET MBI-RESP-AUTH-FAILED TO TRUE
               MOVE 'Client not authorized' TO MBI-RESP-MSG
               GO TO AUTHENTICATE-CLIENT-EXIT
           END-IF
           IF NOT MBC-STATUS-ACTIVE
               PERFORM RELEASE-CLIENT-RECORD
               SET MBI-RESP-CLIENT-SUSPENDED TO TRUE
               MOVE 'Client suspended' TO MBI-RESP-MSG
               GO TO AUTHENTICATE-CLIENT-EXIT
           END-IF

      * A new day or a new minute starts its count again
           IF MBC-CALL-DATE NOT = WS-NOW(1:8)
               MOVE WS-NOW(1:8)  TO MBC-CALL-DATE
               MOVE ZEROS        TO MBC-CALLS-TODAY
                                    MBC-REJECTS-TODAY
           END-IF
           IF MBC-CALL-MINUTE NOT = WS-NOW(1:12)
               MOVE WS-NOW(1:12) TO MBC-CALL-MINUTE
               MOVE ZEROS        TO MBC-CALLS-MINUTE
           END-IF

           IF (MBC-MINUTE-LIMIT > ZERO
               AND MBC-CALLS-MINUTE NOT < MBC-MINUTE-LIMIT)
              OR (MBC-DAILY-LIMIT > ZERO
               AND MBC-CALLS-TODAY NOT < MBC-DAILY-LIMIT)
               ADD 1 TO MBC-REJECTS-TODAY
               SET MBI-RESP-LIMIT-EXCEEDED TO TRUE
               MOVE 'Client call limit exceeded' TO MBI-RESP-MSG
           ELSE
               ADD 1 TO MBC-CALLS-MINUTE
                        MBC-CALLS-TODAY
               SET MBI-RESP-OK TO TRUE
           END-IF
           MOVE WS-NOW(1:14)    TO MBC-LAST-CALL-TS
           MOVE MBC-CALLS-TODAY TO WS-CALLS-TODAY

           EXEC CICS REWRITE
                DATASET   (WS-MBCLIENT-FILE)
                FROM      (MOBILE-CLIENT-RECORD)
                LENGTH    (LENGTH OF MOBILE-CLIENT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               SET MBI-RESP-SYSTEM-ERROR TO TRUE
               MOVE 'Unable to update the client registry'
                 TO MBI-RESP-MSG
           END-IF.
       AUTHENTICATE-CLIENT-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                    RELEASE-CLIENT-RECORD
      *----------------------------------------------------------------*
       RELEASE-CLIENT-RECORD.
           EXEC CICS UNLOCK
                DATASET   (WS-MBCLIENT-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                    FILL-ACCOUNT-FIGURES
      *----------------------------------------------------------------*
      * The standing figures, shaped as CBIVR01C shapes them for
      * the IVR: the balance unsigned with its sign byte, and
      * available credit never below zero.
       FILL-ACCOUNT-FIGURES.
           MOVE ACCT-ID                TO MBI-ACCT-ID
           MOVE ACCT-ACTIVE-STATUS     TO MBI-ACCT-STATUS
           IF ACCT-CURR-BAL < ZERO
               MOVE '-' TO MBI-BAL-SIGN
               COMPUTE MBI-CURR-BAL = ACCT-CURR-BAL * -1
           ELSE
               MOVE '+' TO MBI-BAL-SIGN
               MOVE ACCT-CURR-BAL TO MBI-CURR-BAL
           END-IF
           MOVE ACCT-CREDIT-LIMIT      TO MBI-CREDIT-LIMIT
           COMPUTE WS-AVAIL-CREDIT =
              ACCT-CREDIT-LIMIT - ACCT-CURR-BAL
           IF WS-AVAIL-CREDIT < ZERO
               MOVE ZERO TO WS-AVAIL-CREDIT
           END-IF
           MOVE WS-AVAIL-CREDIT        TO MBI-AVAIL-CREDIT
           IF ACCT-MIN-PAY-DUE > ZERO
               MOVE ACCT-MIN-PAY-DUE   TO MBI-MIN-PAY-DUE
           ELSE
               MOVE ZERO               TO MBI-MIN-PAY-DUE
           END-IF
           MOVE ACCT-PAY-DUE-DATE      TO MBI-PAY-DUE-DATE
           MOVE ACCT-REWARD-POINTS     TO MBI-REWARD-POINTS.

      *----------------------------------------------------------------*
      *                      FILL-CARD-DETAIL
      *----------------------------------------------------------------*
      * The account's card, masked to its last four digits as
      * COCRDSLC masks it, with its expiry month and status.
       FILL-CARD-DETAIL.
           STRING 'XXXXXXXXXXXX'       DELIMITED BY SIZE
                  XREF-CARD-NUM(13:4)  DELIMITED BY SIZE
             INTO MBI-CARD-MASKED
           MOVE XREF-CARD-NUM TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDDAT-FILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH OF CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE CARD-EXPIRAION-DATE(1:7) TO MBI-CARD-EXPIRY
               MOVE CARD-ACTIVE-STATUS       TO MBI-CARD-STATUS
           END-IF.

      *----------------------------------------------------------------*
      *                    GATHER-RECENT-ACTIVITY
      *----------------------------------------------------------------*
      * Browses the card's transactions through the CTRNAIX
      * card path -- under the card's vault token when one is
      * on file, since that is how posted activity is keyed --
      * keeping the last WS-MAX-TRN-ROWS read.
       GATHER-RECENT-ACTIVITY.
           MOVE 1 TO WS-TRN-RING-NEXT
           PERFORM CLEAR-RING-ENTRY
              VARYING WS-TRN-I FROM 1 BY 1
              UNTIL WS-TRN-I > 10
           IF WS-MAX-TRN-ROWS = 0
               GO TO GATHER-RECENT-ACTIVITY-EXIT
           END-IF

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
               MOVE TOKEN-ID TO WS-CARD-BROWSE-KEY
           ELSE
               MOVE XREF-CARD-NUM TO WS-CARD-BROWSE-KEY
           END-IF

           MOVE 'N' TO WS-TRN-BROWSE-DONE
           MOVE WS-CARD-BROWSE-KEY TO TRAN-CARD-NUM
           EXEC CICS STARTBR
                DATASET   (WS-CTRNAIX-FILE)
                RIDFLD    (TRAN-CARD-NUM)
                KEYLENGTH (LENGTH OF TRAN-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-TRN-BROWSE-OPEN
           ELSE
               MOVE 'N' TO WS-TRN-BROWSE-OPEN
               MOVE 'Y' TO WS-TRN-BROWSE-DONE
           END-IF
           PERFORM SCAN-NEXT-CARD-TRAN
               UNTIL WS-TRN-BROWSE-DONE = 'Y'
           IF WS-TRN-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-CTRNAIX-FILE)
               END-EXEC
           END-IF.
       GATHER-RECENT-ACTIVITY-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      CLEAR-RING-ENTRY
      *----------------------------------------------------------------*
       CLEAR-RING-ENTRY.
           MOVE 'N' TO WS-RING-USED(WS-TRN-I).

      *----------------------------------------------------------------*
      *                     SCAN-NEXT-CARD-TRAN
      *----------------------------------------------------------------*
       SCAN-NEXT-CARD-TRAN.
           EXEC CICS READNEXT
                DATASET   (WS-CTRNAIX-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-CARD-NUM)
                KEYLENGTH (LENGTH OF TRAN-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF TRAN-CARD-NUM NOT = WS-CARD-BROWSE-KEY
                   MOVE 'Y' TO WS-TRN-BROWSE-DONE
               ELSE
                   PERFORM FOLD-TRAN-INTO-RING
               END-IF
           ELSE
               MOVE 'Y' TO WS-TRN-BROWSE-DONE
           END-IF.

      *----------------------------------------------------------------*
      *                     FOLD-TRAN-INTO-RING
      *----------------------------------------------------------------*
      * Keeps the most recently read transactions in the ring,
      * overwriting oldest-first.
       FOLD-TRAN-INTO-RING.
           MOVE TRAN-ORIG-TS       TO WS-TS-IN
           PERFORM NORMALIZE-TS-DATE
           MOVE WS-TS-DATE         TO
                WS-RING-TRAN-DATE(WS-TRN-RING-NEXT)
           MOVE TRAN-DESC(1:26)    TO
                WS-RING-TRAN-DESC(WS-TRN-RING-NEXT)
           MOVE TRAN-TYPE-CD       TO
                WS-RING-TRAN-TYPE-CD(WS-TRN-RING-NEXT)
           MOVE TRAN-AMT           TO
                WS-RING-TRAN-AMT(WS-TRN-RING-NEXT)
           MOVE 'Y'                TO
                WS-RING-USED(WS-TRN-RING-NEXT)
           ADD 1 TO WS-TRN-RING-NEXT
           IF WS-TRN-RING-NEXT > WS-MAX-TRN-ROWS
               MOVE 1 TO WS-TRN-RING-NEXT
           END-IF.

      *----------------------------------------------------------------*
      *                     FILL-RECENT-ACTIVITY
      *----------------------------------------------------------------*
      * Answers the ring newest first: the slot before
      * WS-TRN-RING-NEXT holds the last transaction read.
       FILL-RECENT-ACTIVITY.
           MOVE 0 TO MBI-TRAN-COUNT
           MOVE WS-TRN-RING-NEXT TO WS-TRN-RING-SLOT
           PERFORM FILL-ONE-ACTIVITY-ROW
              VARYING WS-TRN-I FROM 1 BY 1
              UNTIL WS-TRN-I > WS-MAX-TRN-ROWS.

      *----------------------------------------------------------------*
      *                    FILL-ONE-ACTIVITY-ROW
      *----------------------------------------------------------------*
       FILL-ONE-ACTIVITY-ROW.
           SUBTRACT 1 FROM WS-TRN-RING-SLOT
           IF WS-TRN-RING-SLOT < 1
               MOVE WS-MAX-TRN-ROWS TO WS-TRN-RING-SLOT
           END-IF
           IF WS-RING-USED(WS-TRN-RING-SLOT) = 'Y'
               ADD 1 TO MBI-TRAN-COUNT
               MOVE WS-RING-TRAN-DATE(WS-TRN-RING-SLOT)
                 TO MBI-TRAN-DATE(MBI-TRAN-COUNT)
               MOVE WS-RING-TRAN-DESC(WS-TRN-RING-SLOT)
                 TO MBI-TRAN-DESC(MBI-TRAN-COUNT)
               MOVE WS-RING-TRAN-TYPE-CD(WS-TRN-RING-SLOT)
                 TO MBI-TRAN-TYPE-CD(MBI-TRAN-COUNT)
               IF WS-RING-TRAN-AMT(WS-TRN-RING-SLOT) < ZERO
                   MOVE '-' TO MBI-TRAN-AMT-SIGN(MBI-TRAN-COUNT)
                   COMPUTE MBI-TRAN-AMT(MBI-TRAN-COUNT) =
                           WS-RING-TRAN-AMT(WS-TRN-RING-SLOT) * -1
               ELSE
                   MOVE '+' TO MBI-TRAN-AMT-SIGN(MBI-TRAN-COUNT)
                   MOVE WS-RING-TRAN-AMT(WS-TRN-RING-SLOT)
                     TO MBI-TRAN-AMT(MBI-TRAN-COUNT)
               END-IF
           END-IF.

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
      *                      WRITE-REQUEST-LOG
      *----------------------------------------------------------------*
      * One MBILOG record for the call, whatever its answer. A
      * log-write failure is surfaced on the console but does
      * not withdraw an answer already built.
       WRITE-REQUEST-LOG.
           INITIALIZE MOBILE-LOG-RECORD
           MOVE MBI-REQ-CLIENT-ID    TO MBL-CLIENT-ID
           MOVE WS-NOW(1:16)         TO MBL-TS
           MOVE EIBTASKN             TO MBL-TASK-NUM
           MOVE MBI-REQ-ACCT-ID      TO MBL-ACCT-ID
           MOVE MBI-RESP-CD          TO MBL-RESP-CD
           MOVE MBI-TRAN-COUNT       TO MBL-TRAN-COUNT
           MOVE MBI-REQ-CORREL-ID    TO MBL-CORREL-ID
           MOVE WS-CALLS-TODAY       TO MBL-CALLS-TODAY

           EXEC CICS WRITE
                DATASET   (WS-MBILOG-FILE)
                FROM      (MOBILE-LOG-RECORD)
                LENGTH    (LENGTH OF MOBILE-LOG-RECORD)
                RIDFLD    (MBL-KEY)
                KEYLENGTH (LENGTH OF MBL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'MBILOG WRITE FAILED RESP:' WS-RESP-CD
                       'REAS:' WS-REAS-CD
           END-IF.
