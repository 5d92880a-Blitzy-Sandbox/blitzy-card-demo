      ******************************************************************
      * Program     : COREA00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Re-age request and supervisor approval
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
      * Program:     COREA00C
      * Transaction: CREA
      * BMS Map:     COREA00 / COREA0A
      * Function:    Re-age screen. A delinquent customer who has
      *              made three consecutive qualifying payments
      *              may, under policy, have the account brought
      *              current. Collections requests it here and a
      *              supervisor approves it; the history of every
      *              request stays on REAGE (CVREA01Y.cpy):
      *                Enter - shows the account, the eligibility
      *                        evidence (account age, payments
      *                        found, earlier re-ages) and the
      *                        latest request on file.
      *                PF5   - requests a re-age. The account must
      *                        pass every eligibility check and
      *                        have no request already pending.
      *                PF6   - admin: approves the pending
      *                        request. The approver must not be
      *                        the user who requested it, and the
      *                        checks are made again. In the same
      *                        task the account's stage returns to
      *                        current, the past-due amount comes
      *                        back out of the minimum due and is
      *                        cleared, and the account leaves the
      *                        collections work queue.
      *                PF7   - admin: denies the pending request.
      *              PF5/PF6/PF7 need the confirm Y. Every request
      *              and decision writes a '0' AUDITLOG record.
      * Eligibility: open and not charged off, delinquent, open
      *              at least 270 days, no re-age approved in the
      *              last 12 months and fewer than two in the last
      *              5 years, and three consecutive qualifying
      *              payments -- in each of the last three 30-day
      *              periods the account's type 02 postings on
      *              TRANSACT covered one cycle's regular minimum,
      *              or together covered three with a payment in
      *              the latest period. The payments are found
      *              through the date rows of the TRANSIDX search
      *              index (CVTSI01Y.cpy), so only the window is
      *              browsed and only payments are read from
      *              TRANSACT.
      * Files:       ACCTDAT  (READ, READ UPDATE, REWRITE)
      *              CXACAIX  (READ - account to card)
      *              TOKNVLT  (READ)
      *              TRANSIDX (STARTBR, READNEXT, ENDBR)
      *              TRANSACT (READ)
      *              REAGE    (STARTBR, READNEXT, ENDBR, READ
      *                        UPDATE, WRITE, REWRITE)
      *              COLLWQ   (STARTBR, READNEXT, ENDBR, DELETE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the main menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COREA00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COREA00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CREA'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-TOKNVLT-FILE            PIC X(08) VALUE 'TOKNVLT '.
         05 WS-TRANSIDX-FILE           PIC X(08) VALUE 'TRANSIDX'.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-REAGE-FILE              PIC X(08) VALUE 'REAGE   '.
         05 WS-COLLWQ-FILE             PIC X(08) VALUE 'COLLWQ  '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-BROWSE-END-FLG          PIC X(01) VALUE 'N'.
           88 BROWSE-DONE                        VALUE 'Y'.
           88 BROWSE-MORE                        VALUE 'N'.
         05 WS-ELIGIBLE-FLG            PIC X(01) VALUE 'N'.
           88 REAGE-ELIGIBLE                     VALUE 'Y'.
           88 REAGE-NOT-ELIGIBLE                 VALUE 'N'.
         05 WS-PENDING-FLG             PIC X(01) VALUE 'N'.
           88 REQUEST-PENDING                    VALUE 'Y'.
           88 NO-REQUEST-PENDING                 VALUE 'N'.
         05 WS-HISTORY-FLG             PIC X(01) VALUE 'N'.
           88 HISTORY-FOUND                      VALUE 'Y'.
           88 NO-HISTORY                         VALUE 'N'.
         05 WS-CWQ-FOUND-FLG           PIC X(01) VALUE 'N'.
           88 CWQ-ROW-FOUND                      VALUE 'Y'.
           88 CWQ-ROW-NOT-FOUND                  VALUE 'N'.
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
         05 WS-CARD-TOKEN              PIC X(16) VALUE SPACES.
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.
         05 WS-INELIG-MSG              PIC X(80) VALUE SPACES.
         05 WS-AMT-E                   PIC +9999999999.99.
         05 WS-DAYS-E                  PIC ZZZZ9.
      * Dates: today and the cut-offs the policy counts back to,
      * as day numbers and as YYYY-MM-DD
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-TODAY-INT               PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-INT           PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-N             PIC 9(08) VALUE ZERO.
         05 WS-WORK-DATE-X.
           10 WS-WORK-DATE-YYYY        PIC X(04).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-WORK-DATE-MM          PIC X(02).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-WORK-DATE-DD          PIC X(02).
         05 WS-CUTOFF-12M-X            PIC X(10) VALUE SPACES.
         05 WS-CUTOFF-5Y-X             PIC X(10) VALUE SPACES.
         05 WS-WINDOW-START-X          PIC X(10) VALUE SPACES.
         05 WS-DAYS-AGO                PIC S9(09) COMP VALUE ZERO.
      * Policy limits
         05 WS-MIN-ACCT-AGE-DAYS       PIC S9(05) COMP-3 VALUE 270.
         05 WS-MAX-REAGES-12M          PIC 9(01) VALUE 1.
         05 WS-MAX-REAGES-5Y           PIC 9(01) VALUE 2.
         05 WS-PERIOD-DAYS             PIC S9(05) COMP-3 VALUE 30.
      * The eligibility evidence
         05 WS-ACCT-AGE-DAYS           PIC S9(09) COMP VALUE ZERO.
         05 WS-PAST-DUE-AMT            PIC S9(10)V99 VALUE ZERO.
         05 WS-REGULAR-MIN             PIC S9(10)V99 VALUE ZERO.
         05 WS-QUAL-PAY-TOTAL          PIC S9(10)V99 VALUE ZERO.
         05 WS-QUAL-PERIODS            PIC 9(01) VALUE ZERO.
         05 WS-PRIOR-12M               PIC 9(01) VALUE ZERO.
         05 WS-PRIOR-5Y                PIC 9(01) VALUE ZERO.
         05 WS-LAST-SEQ                PIC 9(03) VALUE ZERO.
         05 WS-PENDING-SEQ             PIC 9(03) VALUE ZERO.
      * Payments found, by 30-day period counting back from
      * today: (1) the latest 30 days, (2) the 30 before, (3)
      * the 30 before that
       01 WS-PAY-PERIOD-TABLE.
         05 WS-PAY-PERIOD-AMT          PIC S9(10)V99
                                       OCCURS 3 TIMES.
       01 WS-PERIOD-SUB                PIC S9(04) COMP VALUE ZERO.
      * The account's latest REAGE row, kept while the browse
      * reads on past it
       01 WS-LATEST-REAGE              PIC X(150) VALUE SPACES.
      * Browse key for the account's REAGE rows
       01 WS-REA-BROWSE-KEY.
         05 WS-REA-BROWSE-ACCT         PIC 9(11) VALUE ZEROS.
         05 WS-REA-BROWSE-SEQ          PIC 9(03) VALUE ZEROS.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the re-age screen
       COPY COREA00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 150-byte re-age history record (REAGE-RECORD)
       COPY CVREA01Y.
      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 80-byte card token vault record (TOKEN-RECORD)
       COPY CVTKN01Y.
      * 100-byte transaction search index record
       COPY CVTSI01Y.
      * 350-byte transaction record (TRAN-RECORD)
       COPY CVTRA05Y.
      * 100-byte collections work-queue record
       COPY CVCOL01Y.
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
      * PF5=request, PF6=approve, PF7=deny, PF3=back, PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COREA0AO

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
                   MOVE LOW-VALUES          TO COREA0AO
                   MOVE -1       TO ACCTIDL OF COREA0AI
                   PERFORM SEND-REA-SCREEN
               ELSE
                   PERFORM RECEIVE-REA-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-REQUEST-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-APPROVE-KEY
                       WHEN DFHPF7
                           PERFORM PROCESS-DENY-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-REA-SCREEN
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
      * Enter: show the account, the evidence, and the verdict
      * a request would get.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM GATHER-REAGE-HISTORY
           PERFORM COUNT-QUALIFYING-PAYMENTS
           PERFORM CHECK-REAGE-ELIGIBLE
           PERFORM POPULATE-EVIDENCE-FIELDS
           PERFORM POPULATE-REQUEST-FIELDS
           EVALUATE TRUE
               WHEN REQUEST-PENDING
                   MOVE 'Re-age request pending supervisor approval...'
                     TO WS-MESSAGE
               WHEN REAGE-ELIGIBLE
                   MOVE 'Eligible for re-age - confirm Y and press PF5'
                     TO WS-MESSAGE
               WHEN OTHER
                   MOVE WS-INELIG-MSG TO WS-MESSAGE
           END-EVALUATE
           MOVE -1 TO ACCTIDL OF COREA0AI
           PERFORM SEND-REA-SCREEN.

      *----------------------------------------------------------------*
      *                     PROCESS-REQUEST-KEY
      *----------------------------------------------------------------*
      * PF5: file a re-age request for supervisor approval.
       PROCESS-REQUEST-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM GATHER-REAGE-HISTORY
           PERFORM COUNT-QUALIFYING-PAYMENTS
           PERFORM CHECK-REAGE-ELIGIBLE
           PERFORM POPULATE-EVIDENCE-FIELDS
           IF REQUEST-PENDING
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'A re-age request is already pending approval...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF
           IF REAGE-NOT-ELIGIBLE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE WS-INELIG-MSG TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF
           PERFORM VALIDATE-CONFIRM

           INITIALIZE REAGE-RECORD
           MOVE WS-ACCT-ID-N          TO REA-ACCT-ID
           COMPUTE REA-SEQ = WS-LAST-SEQ + 1
           SET REA-STATUS-PENDING     TO TRUE
           MOVE WS-TODAY-X            TO REA-REQUEST-DATE
           MOVE CDEMO-USER-ID         TO REA-REQUEST-USR-ID
           MOVE SPACES                TO REA-APPROVER-USR-ID
                                         REA-DECISION-DATE
           PERFORM MOVE-EVIDENCE-TO-REAGE
           MOVE ZERO                  TO REA-NEW-MIN-DUE
           PERFORM WRITE-REAGE-FILE

           MOVE 'REQUESTED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-REQUEST-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COREA0AO
           MOVE 'Re-age requested - pending supervisor approval...'
             TO WS-MESSAGE
           PERFORM SEND-REA-SCREEN.

      *----------------------------------------------------------------*
      *                     PROCESS-APPROVE-KEY
      *----------------------------------------------------------------*
      * PF6: a supervisor other than the requester approves.
      * The checks run again on today's figures; the account is
      * reset and the request closed in the same task.
       PROCESS-APPROVE-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM CHECK-ADMIN-USER
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-ACCOUNT-FILE
           PERFORM GATHER-REAGE-HISTORY
           PERFORM COUNT-QUALIFYING-PAYMENTS
           PERFORM CHECK-REAGE-ELIGIBLE
           PERFORM POPULATE-EVIDENCE-FIELDS

           PERFORM READ-PENDING-REAGE-UPDATE
           IF REA-REQUEST-USR-ID = CDEMO-USER-ID
               PERFORM UNLOCK-REAGE-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'The re-age must be approved by another user...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF
           IF REAGE-NOT-ELIGIBLE
               PERFORM UNLOCK-REAGE-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE WS-INELIG-MSG TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF

           PERFORM READ-ACCOUNT-UPDATE
           PERFORM MOVE-EVIDENCE-TO-REAGE
      * The re-age itself: current stage, nothing past due, and
      * the minimum back to this cycle's own
           COMPUTE ACCT-MIN-PAY-DUE =
                   ACCT-MIN-PAY-DUE - WS-PAST-DUE-AMT
           IF ACCT-MIN-PAY-DUE < ZERO
               MOVE ZERO TO ACCT-MIN-PAY-DUE
           END-IF
           MOVE ZERO                  TO ACCT-PAST-DUE-AMT
           SET ACCT-DELINQ-CURRENT    TO TRUE
           PERFORM REWRITE-ACCOUNT-FILE

           SET REA-STATUS-APPROVED    TO TRUE
           MOVE ACCT-MIN-PAY-DUE      TO REA-NEW-MIN-DUE
           MOVE CDEMO-USER-ID         TO REA-APPROVER-USR-ID
           MOVE WS-TODAY-X            TO REA-DECISION-DATE
           PERFORM REWRITE-REAGE-FILE

           PERFORM REMOVE-FROM-COLLWQ

           MOVE 'APPROVED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-ACCOUNT-FIELDS
           PERFORM POPULATE-REQUEST-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COREA0AO
           MOVE 'Re-age approved - the account is now current...'
             TO WS-MESSAGE
           PERFORM SEND-REA-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-DENY-KEY
      *----------------------------------------------------------------*
      * PF7: a supervisor denies the pending request.
       PROCESS-DENY-KEY.
           PERFORM VALIDATE-ACCT-ID
           PERFORM CHECK-ADMIN-USER
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-ACCOUNT-FILE
           PERFORM GATHER-REAGE-HISTORY

           PERFORM READ-PENDING-REAGE-UPDATE
           SET REA-STATUS-DENIED      TO TRUE
           MOVE CDEMO-USER-ID         TO REA-APPROVER-USR-ID
           MOVE WS-TODAY-X            TO REA-DECISION-DATE
           PERFORM REWRITE-REAGE-FILE

           MOVE 'DENIED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-REQUEST-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COREA0AO
           MOVE 'Re-age request denied...' TO WS-MESSAGE
           PERFORM SEND-REA-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
      * Also sets today's date and the policy cut-off dates.
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF COREA0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF COREA0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF
           MOVE ACCTIDI OF COREA0AI TO WS-ACCT-ID-N
           MOVE WS-ACCT-ID-N        TO WS-ACCT-ID-X
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)

           COMPUTE WS-WORK-DATE-INT = WS-TODAY-INT - 365
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-X TO WS-CUTOFF-12M-X
           COMPUTE WS-WORK-DATE-INT = WS-TODAY-INT - 1826
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-X TO WS-CUTOFF-5Y-X
           COMPUTE WS-WORK-DATE-INT =
                   WS-TODAY-INT - (3 * WS-PERIOD-DAYS) + 1
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-X TO WS-WINDOW-START-X.

      *----------------------------------------------------------------*
      *                      FORMAT-WORK-DATE
      *----------------------------------------------------------------*
      * Day number in WS-WORK-DATE-INT to YYYY-MM-DD.
       FORMAT-WORK-DATE.
           COMPUTE WS-WORK-DATE-N =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-DATE-INT)
           MOVE WS-WORK-DATE-N(1:4) TO WS-WORK-DATE-YYYY
           MOVE WS-WORK-DATE-N(5:2) TO WS-WORK-DATE-MM
           MOVE WS-WORK-DATE-N(7:2) TO WS-WORK-DATE-DD.

      *----------------------------------------------------------------*
      *                      CHECK-ADMIN-USER
      *----------------------------------------------------------------*
      * Re-age decisions are for supervisors (administrators)
      * only.
       CHECK-ADMIN-USER.
           IF NOT CDEMO-USRTYP-ADMIN
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Only a supervisor can approve or deny a re-age...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF COREA0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the account, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COREA0AI
                   PERFORM SEND-REA-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    CHECK-REAGE-ELIGIBLE
      *----------------------------------------------------------------*
      * Runs the policy checks in order and keeps the first one
      * failed in WS-INELIG-MSG. A pending request does not
      * count against the limits -- only approved re-ages do.
       CHECK-REAGE-ELIGIBLE.
           SET REAGE-ELIGIBLE TO TRUE
           MOVE SPACES        TO WS-INELIG-MSG
           EVALUATE TRUE
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'Account is closed - it cannot be re-aged...'
                     TO WS-INELIG-MSG
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'Account is charged off - it cannot be re-aged'
                     TO WS-INELIG-MSG
               WHEN ACCT-DELINQ-CURRENT
                   MOVE 'Account is current - nothing to re-age...'
                     TO WS-INELIG-MSG
               WHEN WS-ACCT-AGE-DAYS < WS-MIN-ACCT-AGE-DAYS
                   MOVE 'Account has been open less than 270 days...'
                     TO WS-INELIG-MSG
               WHEN WS-PRIOR-12M >= WS-MAX-REAGES-12M
                   MOVE 'Account was re-aged in the last 12 months...'
                     TO WS-INELIG-MSG
               WHEN WS-PRIOR-5Y >= WS-MAX-REAGES-5Y
                   MOVE 'Account was re-aged twice in the last 5 years'
                     TO WS-INELIG-MSG
               WHEN WS-REGULAR-MIN NOT > ZERO
                   MOVE 'No minimum due to measure the payments by...'
                     TO WS-INELIG-MSG
               WHEN WS-QUAL-PERIODS = 3
                   CONTINUE
               WHEN WS-QUAL-PAY-TOTAL >= WS-REGULAR-MIN * 3
                    AND WS-PAY-PERIOD-AMT (1) > ZERO
                   CONTINUE
               WHEN OTHER
                   MOVE 'No three consecutive qualifying payments...'
                     TO WS-INELIG-MSG
           END-EVALUATE
           IF WS-INELIG-MSG NOT = SPACES
               SET REAGE-NOT-ELIGIBLE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                      READ-ACCOUNT-FILE
      *----------------------------------------------------------------*
      * Reads the account, works out its age and the regular
      * (one-cycle) minimum, and shows it.
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
           PERFORM CHECK-ACCOUNT-READ
           PERFORM DERIVE-ACCOUNT-FIGURES
           PERFORM POPULATE-ACCOUNT-FIELDS.

      *----------------------------------------------------------------*
      *                     READ-ACCOUNT-UPDATE
      *----------------------------------------------------------------*
      * Re-reads the account for update at approval, so the
      * reset applies to the record as it stands now.
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
           PERFORM CHECK-ACCOUNT-READ
           PERFORM DERIVE-ACCOUNT-FIGURES.

      *----------------------------------------------------------------*
      *                     CHECK-ACCOUNT-READ
      *----------------------------------------------------------------*
       CHECK-ACCOUNT-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Account ID NOT found...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COREA0AI
                   PERFORM SEND-REA-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COREA0AI
                   PERFORM SEND-REA-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   DERIVE-ACCOUNT-FIGURES
      *----------------------------------------------------------------*
      * Account age in days from ACCT-OPEN-DATE (zero when the
      * date is unusable), the past-due amount (space on records
      * older than the field counts as none) and one cycle's
      * regular minimum.
       DERIVE-ACCOUNT-FIGURES.
           MOVE ZERO TO WS-ACCT-AGE-DAYS
           IF ACCT-OPEN-DATE(1:4) IS NUMERIC
              AND ACCT-OPEN-DATE(6:2) IS NUMERIC
              AND ACCT-OPEN-DATE(9:2) IS NUMERIC
               MOVE ACCT-OPEN-DATE(1:4) TO WS-WORK-DATE-N(1:4)
               MOVE ACCT-OPEN-DATE(6:2) TO WS-WORK-DATE-N(5:2)
               MOVE ACCT-OPEN-DATE(9:2) TO WS-WORK-DATE-N(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N) = 0
                   COMPUTE WS-ACCT-AGE-DAYS = WS-TODAY-INT
                         - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
               END-IF
           END-IF
           IF ACCT-PAST-DUE-AMT IS NUMERIC
               MOVE ACCT-PAST-DUE-AMT TO WS-PAST-DUE-AMT
           ELSE
               MOVE ZERO              TO WS-PAST-DUE-AMT
                                         ACCT-PAST-DUE-AMT
           END-IF
           COMPUTE WS-REGULAR-MIN = ACCT-MIN-PAY-DUE - WS-PAST-DUE-AMT
           IF WS-REGULAR-MIN NOT > ZERO
               MOVE ACCT-MIN-PAY-DUE TO WS-REGULAR-MIN
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
               MOVE 'Unable to update Account...' TO WS-MESSAGE
               PERFORM SEND-REA-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    POPULATE-ACCOUNT-FIELDS
      *----------------------------------------------------------------*
       POPULATE-ACCOUNT-FIELDS.
           MOVE ACCT-CURR-BAL         TO WS-AMT-E
           MOVE WS-AMT-E              TO CURBALO  OF COREA0AO
           MOVE ACCT-MIN-PAY-DUE      TO WS-AMT-E
           MOVE WS-AMT-E              TO MINDUEO  OF COREA0AO
           MOVE ACCT-PAST-DUE-AMT     TO WS-AMT-E
           MOVE WS-AMT-E              TO PASTDUEO OF COREA0AO
           MOVE ACCT-OPEN-DATE        TO OPENDTO  OF COREA0AO
           MOVE WS-ACCT-AGE-DAYS      TO WS-DAYS-E
           MOVE WS-DAYS-E             TO AGEDAYSO OF COREA0AO
           EVALUATE TRUE
               WHEN ACCT-IS-CHARGED-OFF
                   MOVE 'CHARGED OFF'     TO ACCTSTO OF COREA0AO
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED'          TO ACCTSTO OF COREA0AO
               WHEN ACCT-DELINQ-30
                   MOVE '30 DAYS PAST DUE'  TO ACCTSTO OF COREA0AO
               WHEN ACCT-DELINQ-60
                   MOVE '60 DAYS PAST DUE'  TO ACCTSTO OF COREA0AO
               WHEN ACCT-DELINQ-90
                   MOVE '90 DAYS PAST DUE'  TO ACCTSTO OF COREA0AO
               WHEN ACCT-DELINQ-120-PLUS
                   MOVE '120+ DAYS PAST DUE' TO ACCTSTO OF COREA0AO
               WHEN OTHER
                   MOVE 'CURRENT'         TO ACCTSTO OF COREA0AO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   POPULATE-EVIDENCE-FIELDS
      *----------------------------------------------------------------*
       POPULATE-EVIDENCE-FIELDS.
           MOVE WS-QUAL-PAY-TOTAL     TO WS-AMT-E
           MOVE WS-AMT-E              TO PAYAMTO  OF COREA0AO
           MOVE WS-QUAL-PERIODS       TO PAYPERO  OF COREA0AO
           MOVE WS-PRIOR-12M          TO PRI12MO  OF COREA0AO
           MOVE WS-PRIOR-5Y           TO PRI5YO   OF COREA0AO.

      *----------------------------------------------------------------*
      *                   POPULATE-REQUEST-FIELDS
      *----------------------------------------------------------------*
      * Shows the latest request on file, if any.
       POPULATE-REQUEST-FIELDS.
           IF NO-HISTORY
               MOVE SPACES TO REQSTATO OF COREA0AO
                              REQBYO   OF COREA0AO
                              REQDTO   OF COREA0AO
                              APPRBYO  OF COREA0AO
           ELSE
               MOVE REA-REQUEST-USR-ID    TO REQBYO   OF COREA0AO
               MOVE REA-REQUEST-DATE      TO REQDTO   OF COREA0AO
               MOVE REA-APPROVER-USR-ID   TO APPRBYO  OF COREA0AO
               EVALUATE TRUE
                   WHEN REA-STATUS-PENDING
                       MOVE 'PENDING APPROVAL' TO REQSTATO OF COREA0AO
                   WHEN REA-STATUS-APPROVED
                       MOVE 'APPROVED'         TO REQSTATO OF COREA0AO
                   WHEN REA-STATUS-DENIED
                       MOVE 'DENIED'           TO REQSTATO OF COREA0AO
                   WHEN OTHER
                       MOVE SPACES             TO REQSTATO OF COREA0AO
               END-EVALUATE
           END-IF
           MOVE SPACES TO CONFIRMI OF COREA0AI.

      *----------------------------------------------------------------*
      *                  MOVE-EVIDENCE-TO-REAGE
      *----------------------------------------------------------------*
       MOVE-EVIDENCE-TO-REAGE.
           MOVE ACCT-DELINQ-STAGE     TO REA-PRIOR-STAGE
           MOVE ACCT-MIN-PAY-DUE      TO REA-PRIOR-MIN-DUE
           MOVE WS-PAST-DUE-AMT       TO REA-PRIOR-PAST-DUE
           MOVE WS-QUAL-PAY-TOTAL     TO REA-QUAL-PAY-AMT
           MOVE WS-QUAL-PERIODS       TO REA-QUAL-PERIODS
           MOVE WS-ACCT-AGE-DAYS      TO REA-ACCT-AGE-DAYS
           MOVE WS-PRIOR-12M          TO REA-PRIOR-12M
           MOVE WS-PRIOR-5Y           TO REA-PRIOR-5Y.

      *----------------------------------------------------------------*
      *                    GATHER-REAGE-HISTORY
      *----------------------------------------------------------------*
      * Browses the account's REAGE rows: the last sequence
      * used, the pending request if there is one, and the
      * re-ages approved inside 12 months and 5 years. Leaves
      * the latest row in REAGE-RECORD.
       GATHER-REAGE-HISTORY.
           MOVE ZERO TO WS-LAST-SEQ
                        WS-PENDING-SEQ
                        WS-PRIOR-12M
                        WS-PRIOR-5Y
           SET NO-REQUEST-PENDING TO TRUE
           SET NO-HISTORY         TO TRUE
           SET BROWSE-MORE        TO TRUE
           MOVE WS-ACCT-ID-N TO WS-REA-BROWSE-ACCT
           MOVE ZEROS        TO WS-REA-BROWSE-SEQ
           MOVE WS-REA-BROWSE-KEY TO REA-KEY
           EXEC CICS STARTBR
                DATASET   (WS-REAGE-FILE)
                RIDFLD    (REA-KEY)
                KEYLENGTH (LENGTH OF REA-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM GATHER-REAGE-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-REAGE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF HISTORY-FOUND
               MOVE WS-LATEST-REAGE TO REAGE-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                     GATHER-REAGE-NEXT
      *----------------------------------------------------------------*
       GATHER-REAGE-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-REAGE-FILE)
                INTO      (REAGE-RECORD)
                LENGTH    (LENGTH OF REAGE-RECORD)
                RIDFLD    (REA-KEY)
                KEYLENGTH (LENGTH OF REA-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND REA-ACCT-ID = WS-ACCT-ID-N
               SET HISTORY-FOUND TO TRUE
               MOVE REAGE-RECORD TO WS-LATEST-REAGE
               MOVE REA-SEQ      TO WS-LAST-SEQ
               IF REA-STATUS-PENDING
                   SET REQUEST-PENDING TO TRUE
                   MOVE REA-SEQ TO WS-PENDING-SEQ
               END-IF
               IF REA-STATUS-APPROVED
                   IF REA-DECISION-DATE >= WS-CUTOFF-12M-X
                       ADD 1 TO WS-PRIOR-12M
                   END-IF
                   IF REA-DECISION-DATE >= WS-CUTOFF-5Y-X
                       ADD 1 TO WS-PRIOR-5Y
                   END-IF
               END-IF
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                 COUNT-QUALIFYING-PAYMENTS
      *----------------------------------------------------------------*
      * Totals the account's payments (type 02, net of
      * reversals) into the three 30-day periods before today,
      * walking only the window's date rows on TRANSIDX and
      * reading TRANSACT for the payments among them. A period
      * qualifies when it covered one regular minimum.
       COUNT-QUALIFYING-PAYMENTS.
           MOVE ZERO TO WS-QUAL-PAY-TOTAL
                        WS-QUAL-PERIODS
                        WS-PAY-PERIOD-AMT (1)
                        WS-PAY-PERIOD-AMT (2)
                        WS-PAY-PERIOD-AMT (3)
           PERFORM RESOLVE-CARD-TOKEN
           IF WS-CARD-TOKEN NOT = SPACES
               PERFORM SCAN-PAYMENT-WINDOW
           END-IF
           PERFORM TALLY-ONE-PERIOD
              VARYING WS-PERIOD-SUB FROM 1 BY 1
                UNTIL WS-PERIOD-SUB > 3.

      *----------------------------------------------------------------*
      *                    SCAN-PAYMENT-WINDOW
      *----------------------------------------------------------------*
       SCAN-PAYMENT-WINDOW.
           SET BROWSE-MORE    TO TRUE
           SET TSI-TYPE-DATE  TO TRUE
           MOVE WS-WINDOW-START-X TO TSI-MAJOR(1:10)
           MOVE '000000000'       TO TSI-MAJOR(11:9)
           MOVE LOW-VALUES        TO TSI-TRAN-ID
           EXEC CICS STARTBR
                DATASET   (WS-TRANSIDX-FILE)
                RIDFLD    (TSI-KEY)
                KEYLENGTH (LENGTH OF TSI-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM COUNT-PAYMENTS-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-TRANSIDX-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      TALLY-ONE-PERIOD
      *----------------------------------------------------------------*
       TALLY-ONE-PERIOD.
           ADD WS-PAY-PERIOD-AMT (WS-PERIOD-SUB) TO WS-QUAL-PAY-TOTAL
           IF WS-REGULAR-MIN > ZERO
              AND WS-PAY-PERIOD-AMT (WS-PERIOD-SUB) >= WS-REGULAR-MIN
               ADD 1 TO WS-QUAL-PERIODS
           END-IF.

      *----------------------------------------------------------------*
      *                    COUNT-PAYMENTS-NEXT
      *----------------------------------------------------------------*
      * One date row of the window. The browse ends at the
      * first row past today or off the date rows.
       COUNT-PAYMENTS-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-TRANSIDX-FILE)
                INTO      (TRAN-SEARCH-IX-RECORD)
                LENGTH    (LENGTH OF TRAN-SEARCH-IX-RECORD)
                RIDFLD    (TSI-KEY)
                KEYLENGTH (LENGTH OF TSI-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR NOT TSI-TYPE-DATE
              OR TSI-ORIG-DATE > WS-TODAY-X
               SET BROWSE-DONE TO TRUE
           ELSE
               IF TSI-TYPE-CD = '02'
                   PERFORM TALLY-ONE-PAYMENT
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     TALLY-ONE-PAYMENT
      *----------------------------------------------------------------*
      * Reads the payment and, when it is this account's card,
      * adds it to its period. Payments post as credits
      * (negative); a reversal posts positive and takes back.
       TALLY-ONE-PAYMENT.
           MOVE TSI-TRAN-ID TO TRAN-ID
           EXEC CICS READ
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND (TRAN-CARD-NUM = WS-CARD-TOKEN
                   OR TRAN-CARD-NUM = XREF-CARD-NUM)
               MOVE TSI-ORIG-DATE(1:4) TO WS-WORK-DATE-N(1:4)
               MOVE TSI-ORIG-DATE(6:2) TO WS-WORK-DATE-N(5:2)
               MOVE TSI-ORIG-DATE(9:2) TO WS-WORK-DATE-N(7:2)
               COMPUTE WS-DAYS-AGO = WS-TODAY-INT
                     - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
               COMPUTE WS-PERIOD-SUB =
                       (WS-DAYS-AGO / WS-PERIOD-DAYS) + 1
               IF WS-PERIOD-SUB >= 1 AND WS-PERIOD-SUB <= 3
                   SUBTRACT TRAN-AMT
                       FROM WS-PAY-PERIOD-AMT (WS-PERIOD-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     RESOLVE-CARD-TOKEN
      *----------------------------------------------------------------*
      * Resolves the account's card via CXACAIX and the card's
      * vault token -- postings on TRANSACT carry the token,
      * never the real number. A card not yet in the vault
      * matches on the real number instead.
       RESOLVE-CARD-TOKEN.
           MOVE SPACES TO WS-CARD-TOKEN
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
      *                 READ-PENDING-REAGE-UPDATE
      *----------------------------------------------------------------*
      * Approve and deny act only on the pending request.
       READ-PENDING-REAGE-UPDATE.
           IF NO-REQUEST-PENDING
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No re-age request is pending for this account...'
                 TO WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF
           MOVE WS-ACCT-ID-N   TO REA-ACCT-ID
           MOVE WS-PENDING-SEQ TO REA-SEQ
           EXEC CICS READ
                DATASET   (WS-REAGE-FILE)
                INTO      (REAGE-RECORD)
                LENGTH    (LENGTH OF REAGE-RECORD)
                RIDFLD    (REA-KEY)
                KEYLENGTH (LENGTH OF REA-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to read the re-age request...' TO
                               WS-MESSAGE
               PERFORM SEND-REA-SCREEN
           END-IF
           IF NOT REA-STATUS-PENDING
               PERFORM UNLOCK-REAGE-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'The re-age request is no longer pending...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COREA0AI
               PERFORM SEND-REA-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                     UNLOCK-REAGE-FILE
      *----------------------------------------------------------------*
       UNLOCK-REAGE-FILE.
           EXEC CICS UNLOCK
                DATASET   (WS-REAGE-FILE)
           END-EXEC.

      *----------------------------------------------------------------*
      *                     WRITE-REAGE-FILE
      *----------------------------------------------------------------*
       WRITE-REAGE-FILE.
           EXEC CICS WRITE
                DATASET   (WS-REAGE-FILE)
                FROM      (REAGE-RECORD)
                LENGTH    (LENGTH OF REAGE-RECORD)
                RIDFLD    (REA-KEY)
                KEYLENGTH (LENGTH OF REA-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to add the re-age request...' TO
                               WS-MESSAGE
               PERFORM SEND-REA-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    REWRITE-REAGE-FILE
      *----------------------------------------------------------------*
       REWRITE-REAGE-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-REAGE-FILE)
                FROM      (REAGE-RECORD)
                LENGTH    (LENGTH OF REAGE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the re-age request...' TO
                               WS-MESSAGE
               PERFORM SEND-REA-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                     REMOVE-FROM-COLLWQ
      *----------------------------------------------------------------*
      * A re-aged account is current and comes off the
      * collections work queue now rather than at the next
      * cycle-close rebuild. The queue is keyed for working
      * order, not by account, so the row is found by browsing.
       REMOVE-FROM-COLLWQ.
           SET CWQ-ROW-NOT-FOUND TO TRUE
           SET BROWSE-MORE       TO TRUE
           MOVE LOW-VALUES TO CWQ-KEY
           EXEC CICS STARTBR
                DATASET   (WS-COLLWQ-FILE)
                RIDFLD    (CWQ-KEY)
                KEYLENGTH (LENGTH OF CWQ-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM FIND-COLLWQ-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-COLLWQ-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF CWQ-ROW-FOUND
               EXEC CICS DELETE
                    DATASET   (WS-COLLWQ-FILE)
                    RIDFLD    (CWQ-KEY)
                    KEYLENGTH (LENGTH OF CWQ-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      FIND-COLLWQ-NEXT
      *----------------------------------------------------------------*
       FIND-COLLWQ-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-COLLWQ-FILE)
                INTO      (COLLECT-WQ-RECORD)
                LENGTH    (LENGTH OF COLLECT-WQ-RECORD)
                RIDFLD    (CWQ-KEY)
                KEYLENGTH (LENGTH OF CWQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           ELSE
               IF CWQ-ACCT-ID = WS-ACCT-ID-N
                   SET CWQ-ROW-FOUND TO TRUE
                   SET BROWSE-DONE   TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one '0' (re-age) record to the AUDITLOG VSAM using
      * the same browse-to-end ID generation every other audit
      * writer uses.
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
           SET AUD-ACTION-REAGE   TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE REA-PRIOR-PAST-DUE TO WS-AMT-E
           STRING 'REAGE '            DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' ACCT '            DELIMITED BY SIZE
                  WS-ACCT-ID-X        DELIMITED BY SIZE
                  ' SEQ '             DELIMITED BY SIZE
                  REA-SEQ             DELIMITED BY SIZE
                  ' STAGE '           DELIMITED BY SIZE
                  REA-PRIOR-STAGE     DELIMITED BY SIZE
                  ' PASTDUE '         DELIMITED BY SIZE
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
           MOVE SPACES TO ACCTIDI  OF COREA0AI
                          CONFIRMI OF COREA0AI
                          CURBALO  OF COREA0AO
                          ACCTSTO  OF COREA0AO
                          MINDUEO  OF COREA0AO
                          PASTDUEO OF COREA0AO
                          OPENDTO  OF COREA0AO
                          AGEDAYSO OF COREA0AO
                          PAYAMTO  OF COREA0AO
                          PAYPERO  OF COREA0AO
                          PRI12MO  OF COREA0AO
                          PRI5YO   OF COREA0AO
                          REQSTATO OF COREA0AO
                          REQBYO   OF COREA0AO
                          REQDTO   OF COREA0AO
                          APPRBYO  OF COREA0AO
                          WS-MESSAGE
           MOVE -1     TO ACCTIDL  OF COREA0AI
           PERFORM SEND-REA-SCREEN.

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
      *                      SEND-REA-SCREEN
      *----------------------------------------------------------------*
       SEND-REA-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COREA0AO

           EXEC CICS SEND
                     MAP('COREA0A')
                     MAPSET('COREA00')
                     FROM(COREA0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-REA-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-REA-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COREA0A')
                     MAPSET('COREA00')
                     INTO(COREA0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COREA0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COREA0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COREA0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COREA0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COREA0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COREA0AO.
