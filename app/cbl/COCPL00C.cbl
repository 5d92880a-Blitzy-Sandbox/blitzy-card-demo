      ******************************************************************
      * Program     : COCPL00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Complaint case management
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
      * Program:     COCPL00C
      * Transaction: CCPL
      * BMS Map:     COCPL00 / COCPL0A
      * Function:    Complaint cases. Every customer complaint is
      *              worked here from receipt to close, with the
      *              regulatory timeframes on the case record
      *              (CMPLNT, CVCPL01Y.cpy):
      *                Enter - with a case ID (customer + case
      *                        sequence) shows the case; with an
      *                        account ID alone shows the
      *                        customer's open cases, ready for a
      *                        new one.
      *                PF5   - opens a case on the keyed account:
      *                        issue category, channel, summary,
      *                        owner (default the agent), received
      *                        date (default today) and, for a
      *                        complaint about one posting, the
      *                        disputed transaction. The due dates
      *                        are set from the received date, a
      *                        CM note is written to the account's
      *                        notes, and a case received within 90
      *                        days of the customer's previous one
      *                        is flagged as a repeat.
      *                PF6   - moves the case one step on:
      *                        received -> acknowledged ->
      *                        under investigation -> responded
      *                        -> closed. The response needs the
      *                        root cause and resolution first.
      *                PF7   - saves the keyed changes (owner,
      *                        category, root cause, resolution,
      *                        relief amount, summary) without
      *                        moving the case.
      *              PF5/PF6/PF7 need the confirm Y. Every action
      *              writes a 'c' AUDITLOG record.
      * Files:       CMPLNT   (STARTBR, READNEXT, ENDBR, READ,
      *                        READ UPDATE, WRITE, REWRITE)
      *              ACCTDAT  (READ)
      *              CXACAIX  (READ - account to card and customer)
      *              TOKNVLT  (READ)
      *              TRANSACT (READ)
      *              USRSEC   (READ - the case owner)
      *              ACCTNOTE (WRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the main menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COCPL00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COCPL00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CCPL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CMPLNT-FILE             PIC X(08) VALUE 'CMPLNT  '.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
         05 WS-TOKNVLT-FILE            PIC X(08) VALUE 'TOKNVLT '.
         05 WS-TRANSACT-FILE           PIC X(08) VALUE 'TRANSACT'.
         05 WS-USRSEC-FILE             PIC X(08) VALUE 'USRSEC  '.
         05 WS-ACCTNOTE-FILE           PIC X(08) VALUE 'ACCTNOTE'.
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
         05 WS-ACCT-ID-N               PIC 9(11) VALUE ZEROS.
         05 WS-ACCT-ID-X               PIC X(11) VALUE SPACES.
         05 WS-CUST-ID-N               PIC 9(09) VALUE ZEROS.
         05 WS-CASE-ID-X               PIC X(12) VALUE SPACES.
         05 WS-CASE-ID-N               REDEFINES WS-CASE-ID-X.
           10 WS-CASE-CUST-ID          PIC 9(09).
           10 WS-CASE-SEQ              PIC 9(03).
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.
         05 WS-AMT-N                   PIC S9(07)V99 VALUE 0.
         05 WS-AMT-E                   PIC -(7)9.99.
         05 WS-COUNT-E                 PIC ZZ9.
         05 WS-STATUS-DESC             PIC X(14) VALUE SPACES.
         05 WS-NEXT-STEP               PIC X(14) VALUE SPACES.
      * Dates: today, the received date, and the due dates
      * counted from it, as day numbers and as YYYY-MM-DD
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-TODAY-INT               PIC S9(09) COMP VALUE ZERO.
         05 WS-RCVD-X                  PIC X(10) VALUE SPACES.
         05 WS-RCVD-INT                PIC S9(09) COMP VALUE ZERO.
         05 WS-PRIOR-INT               PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-INT           PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-N             PIC 9(08) VALUE ZERO.
         05 WS-WORK-DATE-X.
           10 WS-WORK-DATE-YYYY        PIC X(04).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-WORK-DATE-MM          PIC X(02).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-WORK-DATE-DD          PIC X(02).
      * Timeframes, in calendar days from receipt: billing
      * errors and unauthorized use follow the billing-error
      * rules, everything else the general complaint rules
         05 WS-ACK-DAYS                PIC S9(05) COMP-3 VALUE 0.
         05 WS-RESP-DAYS               PIC S9(05) COMP-3 VALUE 0.
         05 WS-BILLERR-ACK-DAYS        PIC S9(05) COMP-3 VALUE 30.
         05 WS-BILLERR-RESP-DAYS       PIC S9(05) COMP-3 VALUE 90.
         05 WS-GENERAL-ACK-DAYS        PIC S9(05) COMP-3 VALUE 5.
         05 WS-GENERAL-RESP-DAYS       PIC S9(05) COMP-3 VALUE 15.
      * A complaint received within this many days of the
      * customer's previous one is a repeat
         05 WS-REPEAT-WINDOW-DAYS      PIC S9(05) COMP-3 VALUE 90.
      * The oldest received date a new case may be back-dated
      * to (mail can take a while to reach the unit)
         05 WS-MAX-BACKDATE-DAYS       PIC S9(05) COMP-3 VALUE 60.
      * The customer's case history
         05 WS-LAST-SEQ                PIC 9(03) VALUE ZERO.
         05 WS-OPEN-CASES              PIC 9(03) VALUE ZERO.
         05 WS-REPEAT-OF-SEQ           PIC 9(03) VALUE ZERO.
         05 WS-CARD-TOKEN              PIC X(16) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the complaint case screen
       COPY COCPL00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 300-byte complaint case record (COMPLAINT-RECORD)
       COPY CVCPL01Y.
      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 80-byte card token vault record (TOKEN-RECORD)
       COPY CVTKN01Y.
      * 350-byte transaction record (TRAN-RECORD)
       COPY CVTRA05Y.
      * 200-byte account note record (ACCT-NOTE-RECORD)
       COPY CVNOT01Y.
      * User security record (SEC-USER-DATA)
       COPY CSUSR01Y.
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
      * Main entry point. AID dispatch: Enter=show, PF5=open,
      * PF6=next step, PF7=save changes, PF3=back, PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COCPL0AO

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
                   MOVE LOW-VALUES          TO COCPL0AO
                   IF CDEMO-ACCT-ID IS NUMERIC
                      AND CDEMO-ACCT-ID NOT = ZEROS
                       MOVE CDEMO-ACCT-ID   TO ACCTIDO OF COCPL0AO
                   END-IF
                   MOVE -1       TO ACCTIDL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               ELSE
                   PERFORM RECEIVE-CPL-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-OPEN-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-ADVANCE-KEY
                       WHEN DFHPF7
                           PERFORM PROCESS-UPDATE-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-CPL-SCREEN
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
      * Enter: a keyed case ID shows that case; an account ID
      * alone shows the customer's open cases and readies the
      * form for a new one.
       PROCESS-ENTER-KEY.
           PERFORM SET-TODAY
           IF CASEIDI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-CASE-ID
               PERFORM READ-CASE-FILE
               PERFORM POPULATE-CASE-FIELDS
               EVALUATE TRUE
                   WHEN CPL-STATUS-CLOSED
                       MOVE 'Case is closed...' TO WS-MESSAGE
                   WHEN CPL-STATUS-AWAITING-RESP
                        AND CPL-RESP-DUE-DATE < WS-TODAY-X
                       MOVE 'Response OVERDUE - PF6 moves the case on'
                         TO WS-MESSAGE
                   WHEN CPL-STATUS-RECEIVED
                        AND CPL-ACK-DUE-DATE < WS-TODAY-X
                       MOVE 'Acknowledgement OVERDUE - PF6 records it'
                         TO WS-MESSAGE
                   WHEN OTHER
                       STRING 'Case on file - PF6 moves it to '
                                             DELIMITED BY SIZE
                              WS-NEXT-STEP   DELIMITED BY '  '
                              ', PF7 saves changes'
                                             DELIMITED BY SIZE
                         INTO WS-MESSAGE
               END-EVALUATE
               MOVE -1 TO CASEIDL OF COCPL0AI
           ELSE
               PERFORM VALIDATE-ACCT-ID
               PERFORM READ-ACCOUNT-FILE
               PERFORM RESOLVE-CUSTOMER
               MOVE WS-TODAY-INT TO WS-RCVD-INT
               PERFORM GATHER-CASE-HISTORY
               MOVE WS-CUST-ID-N TO CUSTIDO OF COCPL0AO
               MOVE ACCT-GROUP-ID TO GRPIDO OF COCPL0AO
               IF WS-OPEN-CASES = ZERO
                   MOVE 'No open case - key the complaint and press PF5'
                     TO WS-MESSAGE
               ELSE
                   MOVE WS-OPEN-CASES TO WS-COUNT-E
                   STRING 'Customer has '    DELIMITED BY SIZE
                          WS-COUNT-E         DELIMITED BY SIZE
                          ' open case(s), latest '
                                             DELIMITED BY SIZE
                          WS-CUST-ID-N       DELIMITED BY SIZE
                          WS-LAST-SEQ        DELIMITED BY SIZE
                          ' - PF5 opens another'
                                             DELIMITED BY SIZE
                     INTO WS-MESSAGE
               END-IF
               MOVE -1 TO ISSCATL OF COCPL0AI
           END-IF
           PERFORM SEND-CPL-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-OPEN-KEY
      *----------------------------------------------------------------*
      * PF5: opens a case on the keyed account.
       PROCESS-OPEN-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM RESOLVE-CUSTOMER
           PERFORM VALIDATE-NEW-CASE
           PERFORM VALIDATE-KEYED-CHANGES
           PERFORM VALIDATE-CONFIRM
           PERFORM GATHER-CASE-HISTORY

           INITIALIZE COMPLAINT-RECORD
           MOVE WS-CUST-ID-N          TO CPL-CUST-ID
           COMPUTE CPL-SEQ = WS-LAST-SEQ + 1
           SET CPL-STATUS-RECEIVED    TO TRUE
           MOVE WS-ACCT-ID-N          TO CPL-ACCT-ID
           MOVE ACCT-GROUP-ID         TO CPL-GROUP-ID
           IF TRANIDI OF COCPL0AI = SPACES OR LOW-VALUES
               MOVE SPACES            TO CPL-TRAN-ID
           ELSE
               MOVE TRANIDI OF COCPL0AI TO CPL-TRAN-ID
           END-IF
           MOVE ISSCATI OF COCPL0AI   TO CPL-ISSUE-CAT
           MOVE CHNLI OF COCPL0AI     TO CPL-CHANNEL
           MOVE CDEMO-USER-ID         TO CPL-OWNER-USR-ID
                                         CPL-OPENED-BY-USR-ID
           MOVE SPACES                TO CPL-ACK-DATE
                                         CPL-RESP-DATE
                                         CPL-CLOSED-DATE
                                         CPL-ROOT-CAUSE
                                         CPL-RESOLUTION
           MOVE ZERO                  TO CPL-RELIEF-AMT
           PERFORM APPLY-KEYED-CHANGES

      * The due dates run from the day the complaint reached us
           MOVE WS-RCVD-X             TO CPL-RECEIVED-DATE
           IF CPL-CAT-BILLING-ERROR-RULES
               MOVE WS-BILLERR-ACK-DAYS  TO WS-ACK-DAYS
               MOVE WS-BILLERR-RESP-DAYS TO WS-RESP-DAYS
           ELSE
               MOVE WS-GENERAL-ACK-DAYS  TO WS-ACK-DAYS
               MOVE WS-GENERAL-RESP-DAYS TO WS-RESP-DAYS
           END-IF
           COMPUTE WS-WORK-DATE-INT = WS-RCVD-INT + WS-ACK-DAYS
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-X        TO CPL-ACK-DUE-DATE
           COMPUTE WS-WORK-DATE-INT = WS-RCVD-INT + WS-RESP-DAYS
           PERFORM FORMAT-WORK-DATE
           MOVE WS-WORK-DATE-X        TO CPL-RESP-DUE-DATE

           IF WS-REPEAT-OF-SEQ > ZERO
               SET CPL-IS-REPEAT      TO TRUE
               MOVE WS-REPEAT-OF-SEQ  TO CPL-REPEAT-OF-SEQ
           ELSE
               MOVE 'N'               TO CPL-REPEAT-FLAG
               MOVE ZERO              TO CPL-REPEAT-OF-SEQ
           END-IF

           PERFORM STAMP-LAST-UPDATE
           PERFORM WRITE-COMPLAINT-NOTE
           PERFORM WRITE-CASE-FILE

           MOVE 'OPENED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-CASE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COCPL0AO
           IF CPL-IS-REPEAT
               STRING 'REPEAT complaint opened - acknowledge by '
                                             DELIMITED BY SIZE
                      CPL-ACK-DUE-DATE       DELIMITED BY SIZE
                 INTO WS-MESSAGE
           ELSE
               STRING 'Complaint case opened - acknowledge by '
                                             DELIMITED BY SIZE
                      CPL-ACK-DUE-DATE       DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF
           MOVE -1 TO CASEIDL OF COCPL0AI
           PERFORM SEND-CPL-SCREEN.

      *----------------------------------------------------------------*
      *                     PROCESS-ADVANCE-KEY
      *----------------------------------------------------------------*
      * PF6: saves the keyed changes and moves the case one
      * workflow step on. The response is refused until the
      * root cause and resolution are recorded.
       PROCESS-ADVANCE-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-CASE-ID
           PERFORM VALIDATE-KEYED-CHANGES
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-CASE-UPDATE
           IF CPL-STATUS-CLOSED
               PERFORM UNLOCK-CASE-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Case is closed - it cannot move on...' TO
                               WS-MESSAGE
               MOVE -1       TO CASEIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           PERFORM APPLY-KEYED-CHANGES

           EVALUATE TRUE
               WHEN CPL-STATUS-RECEIVED
                   SET CPL-STATUS-ACKNOWLEDGED   TO TRUE
                   MOVE WS-TODAY-X               TO CPL-ACK-DATE
                   MOVE 'ACKNOWLEDG'             TO WS-AUD-VERB
               WHEN CPL-STATUS-ACKNOWLEDGED
                   SET CPL-STATUS-INVESTIGATING  TO TRUE
                   MOVE 'INVESTIGAT'             TO WS-AUD-VERB
               WHEN CPL-STATUS-INVESTIGATING
                   IF NOT CPL-RC-VALID
                      OR NOT CPL-RES-VALID
                       PERFORM UNLOCK-CASE-FILE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Record root cause and resolution first...'
                         TO WS-MESSAGE
                       MOVE -1       TO ROOTCL OF COCPL0AI
                       PERFORM SEND-CPL-SCREEN
                   END-IF
                   IF CPL-RES-MONETARY
                      AND CPL-RELIEF-AMT NOT > ZERO
                       PERFORM UNLOCK-CASE-FILE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Monetary resolution needs relief amount'
                         TO WS-MESSAGE
                       MOVE -1       TO RELAMTL OF COCPL0AI
                       PERFORM SEND-CPL-SCREEN
                   END-IF
                   SET CPL-STATUS-RESPONDED      TO TRUE
                   MOVE WS-TODAY-X               TO CPL-RESP-DATE
                   MOVE 'RESPONDED'              TO WS-AUD-VERB
               WHEN OTHER
                   SET CPL-STATUS-CLOSED         TO TRUE
                   MOVE WS-TODAY-X               TO CPL-CLOSED-DATE
                   MOVE 'CLOSED'                 TO WS-AUD-VERB
           END-EVALUATE

           PERFORM STAMP-LAST-UPDATE
           PERFORM REWRITE-CASE-FILE
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-CASE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COCPL0AO
           STRING 'Case is now '        DELIMITED BY SIZE
                  WS-STATUS-DESC        DELIMITED BY '  '
                  '...'                 DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM SEND-CPL-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-UPDATE-KEY
      *----------------------------------------------------------------*
      * PF7: saves the keyed changes -- reassignment, category,
      * investigation findings -- without moving the case.
       PROCESS-UPDATE-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-CASE-ID
           PERFORM VALIDATE-KEYED-CHANGES
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-CASE-UPDATE
           IF CPL-STATUS-CLOSED
               PERFORM UNLOCK-CASE-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Case is closed - it cannot be changed...' TO
                               WS-MESSAGE
               MOVE -1       TO CASEIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           PERFORM APPLY-KEYED-CHANGES
           PERFORM STAMP-LAST-UPDATE
           PERFORM REWRITE-CASE-FILE

           MOVE 'UPDATED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-CASE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COCPL0AO
           MOVE 'Case changes saved...' TO WS-MESSAGE
           PERFORM SEND-CPL-SCREEN.

      *----------------------------------------------------------------*
      *                          SET-TODAY
      *----------------------------------------------------------------*
       SET-TODAY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-TODAY-X
           END-STRING
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURDATE-N).

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
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF COCPL0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF COCPL0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           MOVE ACCTIDI OF COCPL0AI TO WS-ACCT-ID-N
           MOVE WS-ACCT-ID-N        TO WS-ACCT-ID-X
                                       CDEMO-ACCT-ID.

      *----------------------------------------------------------------*
      *                      VALIDATE-CASE-ID
      *----------------------------------------------------------------*
      * The case ID is the customer ID followed by the case
      * sequence, 12 digits.
       VALIDATE-CASE-ID.
           IF CASEIDI OF COCPL0AI = SPACES OR LOW-VALUES
              OR CASEIDI OF COCPL0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Case ID must be 12 digits (customer + case no)'
                 TO WS-MESSAGE
               MOVE -1       TO CASEIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           MOVE CASEIDI OF COCPL0AI TO WS-CASE-ID-X.

      *----------------------------------------------------------------*
      *                      VALIDATE-NEW-CASE
      *----------------------------------------------------------------*
      * A new case needs its regulatory category, the channel
      * and what the customer said; the received date may be
      * back-dated for mail, never forward; a disputed
      * transaction must be on the account's card.
       VALIDATE-NEW-CASE.
           MOVE ISSCATI OF COCPL0AI TO CPL-ISSUE-CAT
           IF NOT CPL-CAT-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Category: BD UT FE CR CL PY RW AC PV DS SV OT'
                 TO WS-MESSAGE
               MOVE -1       TO ISSCATL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           MOVE CHNLI OF COCPL0AI TO CPL-CHANNEL
           IF NOT CPL-CHNL-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Channel: P M E W B R(egulator) S(ocial)...' TO
                               WS-MESSAGE
               MOVE -1       TO CHNLL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           IF SUMMRYI OF COCPL0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Summarize the complaint...' TO WS-MESSAGE
               MOVE -1       TO SUMMRYL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF

           IF RCVDTI OF COCPL0AI = SPACES OR LOW-VALUES
               MOVE WS-TODAY-X   TO WS-RCVD-X
               MOVE WS-TODAY-INT TO WS-RCVD-INT
           ELSE
               MOVE RCVDTI OF COCPL0AI TO WS-RCVD-X
               MOVE ZERO               TO WS-RCVD-INT
               IF WS-RCVD-X(1:4) IS NUMERIC
                  AND WS-RCVD-X(6:2) IS NUMERIC
                  AND WS-RCVD-X(9:2) IS NUMERIC
                   MOVE WS-RCVD-X(1:4) TO WS-WORK-DATE-N(1:4)
                   MOVE WS-RCVD-X(6:2) TO WS-WORK-DATE-N(5:2)
                   MOVE WS-RCVD-X(9:2) TO WS-WORK-DATE-N(7:2)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N) = 0
                       COMPUTE WS-RCVD-INT =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
                   END-IF
               END-IF
               IF WS-RCVD-INT = ZERO
                  OR WS-RCVD-INT > WS-TODAY-INT
                  OR WS-RCVD-INT < WS-TODAY-INT - WS-MAX-BACKDATE-DAYS
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Received date: YYYY-MM-DD, not future, within 6
      -                 '0 days' TO WS-MESSAGE
                   MOVE -1       TO RCVDTL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF

           IF TRANIDI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-TRANSACTION
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-TRANSACTION
      *----------------------------------------------------------------*
      * The disputed transaction must be on file and posted to
      * the account's card -- postings carry the card's vault
      * token, or the real number for a card not yet vaulted.
       VALIDATE-TRANSACTION.
           MOVE TRANIDI OF COCPL0AI TO TRAN-ID
           EXEC CICS READ
                DATASET   (WS-TRANSACT-FILE)
                INTO      (TRAN-RECORD)
                LENGTH    (LENGTH OF TRAN-RECORD)
                RIDFLD    (TRAN-ID)
                KEYLENGTH (LENGTH OF TRAN-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Transaction ID NOT found...' TO WS-MESSAGE
               MOVE -1       TO TRANIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF

           MOVE XREF-CARD-NUM TO WS-CARD-TOKEN
           EXEC CICS READ
                DATASET   (WS-TOKNVLT-FILE)
                INTO      (TOKEN-RECORD)
                LENGTH    (LENGTH OF TOKEN-RECORD)
                RIDFLD    (XREF-CARD-NUM)
                KEYLENGTH (LENGTH OF XREF-CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE TOKEN-ID TO WS-CARD-TOKEN
           END-IF
           IF TRAN-CARD-NUM NOT = WS-CARD-TOKEN
              AND TRAN-CARD-NUM NOT = XREF-CARD-NUM
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Transaction is not on this account''s card...'
                 TO WS-MESSAGE
               MOVE -1       TO TRANIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                   VALIDATE-KEYED-CHANGES
      *----------------------------------------------------------------*
      * Checks whatever the agent keyed in the changeable
      * fields; a blank field leaves the case's value alone.
       VALIDATE-KEYED-CHANGES.
           IF ISSCATI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE ISSCATI OF COCPL0AI TO CPL-ISSUE-CAT
               IF NOT CPL-CAT-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Category: BD UT FE CR CL PY RW AC PV DS SV OT'
                     TO WS-MESSAGE
                   MOVE -1       TO ISSCATL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF
           IF ROOTCI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE ROOTCI OF COCPL0AI TO CPL-ROOT-CAUSE
               IF NOT CPL-RC-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Root cause: PE SE AE PD TP CU FR NE' TO
                                   WS-MESSAGE
                   MOVE -1       TO ROOTCL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF
           IF RESOLI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE RESOLI OF COCPL0AI TO CPL-RESOLUTION
               IF NOT CPL-RES-VALID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Resolution: M monetary N non-monetary E explana
      -                 'tion W withdrawn' TO WS-MESSAGE
                   MOVE -1       TO RESOLL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF
           IF RELAMTI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               IF FUNCTION TEST-NUMVAL-C(RELAMTI OF COCPL0AI) NOT = 0
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Relief amount must be numeric...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RELAMTL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
               COMPUTE WS-AMT-N =
                   FUNCTION NUMVAL-C(RELAMTI OF COCPL0AI)
               IF WS-AMT-N < ZERO
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Relief amount cannot be negative...' TO
                                   WS-MESSAGE
                   MOVE -1       TO RELAMTL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF
           IF OWNERI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE OWNERI OF COCPL0AI TO SEC-USR-ID
               EXEC CICS READ
                    DATASET   (WS-USRSEC-FILE)
                    INTO      (SEC-USER-DATA)
                    LENGTH    (LENGTH OF SEC-USER-DATA)
                    RIDFLD    (SEC-USR-ID)
                    KEYLENGTH (LENGTH OF SEC-USR-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                  OR SEC-USR-INACTIVE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Owner must be an active user ID...' TO
                                   WS-MESSAGE
                   MOVE -1       TO OWNERL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    APPLY-KEYED-CHANGES
      *----------------------------------------------------------------*
      * Moves the validated keyed fields onto the case.
       APPLY-KEYED-CHANGES.
           IF ISSCATI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE ISSCATI OF COCPL0AI TO CPL-ISSUE-CAT
           END-IF
           IF ROOTCI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE ROOTCI OF COCPL0AI  TO CPL-ROOT-CAUSE
           END-IF
           IF RESOLI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE RESOLI OF COCPL0AI  TO CPL-RESOLUTION
           END-IF
           IF RELAMTI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               COMPUTE CPL-RELIEF-AMT =
                   FUNCTION NUMVAL-C(RELAMTI OF COCPL0AI)
           END-IF
           IF OWNERI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE OWNERI OF COCPL0AI  TO CPL-OWNER-USR-ID
           END-IF
           IF SUMMRYI OF COCPL0AI NOT = SPACES AND LOW-VALUES
               MOVE SUMMRYI OF COCPL0AI TO CPL-SUMMARY
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF COCPL0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the case, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     READ-ACCOUNT-FILE
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
                   MOVE -1       TO ACCTIDL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      RESOLVE-CUSTOMER
      *----------------------------------------------------------------*
      * The account's card and customer, through the account's
      * alternate index on the cross-reference.
       RESOLVE-CUSTOMER.
           EXEC CICS READ
                DATASET   (WS-CXACAIX-FILE)
                INTO      (CARD-XREF-RECORD)
                LENGTH    (LENGTH OF CARD-XREF-RECORD)
                RIDFLD    (WS-ACCT-ID-X)
                KEYLENGTH (LENGTH OF WS-ACCT-ID-X)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No card cross-reference for the account...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COCPL0AI
               PERFORM SEND-CPL-SCREEN
           END-IF
           MOVE XREF-CUST-ID TO WS-CUST-ID-N.

      *----------------------------------------------------------------*
      *                    GATHER-CASE-HISTORY
      *----------------------------------------------------------------*
      * Walks the customer's cases: the last sequence used, the
      * cases still open, and the latest case received within
      * the repeat window before WS-RCVD-INT.
       GATHER-CASE-HISTORY.
           MOVE ZERO TO WS-LAST-SEQ
                        WS-OPEN-CASES
                        WS-REPEAT-OF-SEQ
           SET BROWSE-MORE        TO TRUE
           MOVE WS-CUST-ID-N TO CPL-CUST-ID
           MOVE ZEROS        TO CPL-SEQ
           EXEC CICS STARTBR
                DATASET   (WS-CMPLNT-FILE)
                RIDFLD    (CPL-KEY)
                KEYLENGTH (LENGTH OF CPL-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM GATHER-CASE-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-CMPLNT-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      GATHER-CASE-NEXT
      *----------------------------------------------------------------*
       GATHER-CASE-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-CMPLNT-FILE)
                INTO      (COMPLAINT-RECORD)
                LENGTH    (LENGTH OF COMPLAINT-RECORD)
                RIDFLD    (CPL-KEY)
                KEYLENGTH (LENGTH OF CPL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND CPL-CUST-ID = WS-CUST-ID-N
               MOVE CPL-SEQ TO WS-LAST-SEQ
               IF CPL-STATUS-OPEN
                   ADD 1 TO WS-OPEN-CASES
               END-IF
               MOVE ZERO TO WS-PRIOR-INT
               IF CPL-RECEIVED-DATE(1:4) IS NUMERIC
                  AND CPL-RECEIVED-DATE(6:2) IS NUMERIC
                  AND CPL-RECEIVED-DATE(9:2) IS NUMERIC
                   MOVE CPL-RECEIVED-DATE(1:4) TO WS-WORK-DATE-N(1:4)
                   MOVE CPL-RECEIVED-DATE(6:2) TO WS-WORK-DATE-N(5:2)
                   MOVE CPL-RECEIVED-DATE(9:2) TO WS-WORK-DATE-N(7:2)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N) = 0
                       COMPUTE WS-PRIOR-INT =
                           FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
                   END-IF
               END-IF
               IF WS-PRIOR-INT > ZERO
                  AND WS-PRIOR-INT NOT > WS-RCVD-INT
                  AND WS-PRIOR-INT NOT <
                      WS-RCVD-INT - WS-REPEAT-WINDOW-DAYS
                   MOVE CPL-SEQ TO WS-REPEAT-OF-SEQ
               END-IF
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                       READ-CASE-FILE
      *----------------------------------------------------------------*
       READ-CASE-FILE.
           MOVE WS-CASE-CUST-ID TO CPL-CUST-ID
           MOVE WS-CASE-SEQ     TO CPL-SEQ
           EXEC CICS READ
                DATASET   (WS-CMPLNT-FILE)
                INTO      (COMPLAINT-RECORD)
                LENGTH    (LENGTH OF COMPLAINT-RECORD)
                RIDFLD    (CPL-KEY)
                KEYLENGTH (LENGTH OF CPL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-CASE-READ.

      *----------------------------------------------------------------*
      *                      READ-CASE-UPDATE
      *----------------------------------------------------------------*
       READ-CASE-UPDATE.
           MOVE WS-CASE-CUST-ID TO CPL-CUST-ID
           MOVE WS-CASE-SEQ     TO CPL-SEQ
           EXEC CICS READ
                DATASET   (WS-CMPLNT-FILE)
                INTO      (COMPLAINT-RECORD)
                LENGTH    (LENGTH OF COMPLAINT-RECORD)
                RIDFLD    (CPL-KEY)
                KEYLENGTH (LENGTH OF CPL-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-CASE-READ.

      *----------------------------------------------------------------*
      *                      CHECK-CASE-READ
      *----------------------------------------------------------------*
       CHECK-CASE-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE CPL-ACCT-ID TO CDEMO-ACCT-ID
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Complaint case NOT found...' TO WS-MESSAGE
                   MOVE -1       TO CASEIDL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup the complaint case...' TO
                                   WS-MESSAGE
                   MOVE -1       TO CASEIDL OF COCPL0AI
                   PERFORM SEND-CPL-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      UNLOCK-CASE-FILE
      *----------------------------------------------------------------*
       UNLOCK-CASE-FILE.
           EXEC CICS UNLOCK
                DATASET   (WS-CMPLNT-FILE)
           END-EXEC.

      *----------------------------------------------------------------*
      *                       WRITE-CASE-FILE
      *----------------------------------------------------------------*
       WRITE-CASE-FILE.
           EXEC CICS WRITE
                DATASET   (WS-CMPLNT-FILE)
                FROM      (COMPLAINT-RECORD)
                LENGTH    (LENGTH OF COMPLAINT-RECORD)
                RIDFLD    (CPL-KEY)
                KEYLENGTH (LENGTH OF CPL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to open the complaint case...' TO
                               WS-MESSAGE
               PERFORM SEND-CPL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-CASE-FILE
      *----------------------------------------------------------------*
       REWRITE-CASE-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-CMPLNT-FILE)
                FROM      (COMPLAINT-RECORD)
                LENGTH    (LENGTH OF COMPLAINT-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the complaint case...' TO
                               WS-MESSAGE
               PERFORM SEND-CPL-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                     STAMP-LAST-UPDATE
      *----------------------------------------------------------------*
       STAMP-LAST-UPDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO WS-UPD-TS(1:8)
           MOVE WS-CURTIME-HOURS      TO WS-UPD-TS(9:2)
           MOVE WS-CURTIME-MINUTE     TO WS-UPD-TS(11:2)
           MOVE WS-CURTIME-SECOND     TO WS-UPD-TS(13:2)
           MOVE WS-UPD-TS             TO CPL-LAST-UPD-TS
           MOVE CDEMO-USER-ID         TO CPL-LAST-UPD-USR-ID.

      *----------------------------------------------------------------*
      *                    WRITE-COMPLAINT-NOTE
      *----------------------------------------------------------------*
      * The account's notes get a CM note naming the case, so
      * the next agent on the account sees it; the case keeps
      * the note's timestamp. A note that cannot be written
      * (another in the same second) leaves the link blank
      * rather than losing the case.
       WRITE-COMPLAINT-NOTE.
           INITIALIZE ACCT-NOTE-RECORD
           MOVE WS-ACCT-ID-N          TO NOTE-ACCT-ID
           MOVE WS-UPD-TS             TO NOTE-TS
           MOVE CDEMO-USER-ID         TO NOTE-USR-ID
           SET NOTE-CAT-COMPLAINT     TO TRUE
           STRING 'COMPLAINT CASE '   DELIMITED BY SIZE
                  CPL-CUST-ID         DELIMITED BY SIZE
                  CPL-SEQ             DELIMITED BY SIZE
                  ' OPENED ('         DELIMITED BY SIZE
                  CPL-ISSUE-CAT       DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  CPL-CHANNEL         DELIMITED BY SIZE
                  '): '               DELIMITED BY SIZE
                  CPL-SUMMARY         DELIMITED BY SIZE
             INTO NOTE-TEXT
           EXEC CICS WRITE
                DATASET   (WS-ACCTNOTE-FILE)
                FROM      (ACCT-NOTE-RECORD)
                LENGTH    (LENGTH OF ACCT-NOTE-RECORD)
                RIDFLD    (NOTE-KEY)
                KEYLENGTH (LENGTH OF NOTE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE NOTE-TS TO CPL-NOTE-TS
           ELSE
               MOVE SPACES  TO CPL-NOTE-TS
           END-IF.

      *----------------------------------------------------------------*
      *                   POPULATE-CASE-FIELDS
      *----------------------------------------------------------------*
       POPULATE-CASE-FIELDS.
           EVALUATE TRUE
               WHEN CPL-STATUS-RECEIVED
                   MOVE 'RECEIVED'       TO WS-STATUS-DESC
                   MOVE 'ACKNOWLEDGED'   TO WS-NEXT-STEP
               WHEN CPL-STATUS-ACKNOWLEDGED
                   MOVE 'ACKNOWLEDGED'   TO WS-STATUS-DESC
                   MOVE 'INVESTIGATING'  TO WS-NEXT-STEP
               WHEN CPL-STATUS-INVESTIGATING
                   MOVE 'INVESTIGATING'  TO WS-STATUS-DESC
                   MOVE 'RESPONDED'      TO WS-NEXT-STEP
               WHEN CPL-STATUS-RESPONDED
                   MOVE 'RESPONDED'      TO WS-STATUS-DESC
                   MOVE 'CLOSED'         TO WS-NEXT-STEP
               WHEN OTHER
                   MOVE 'CLOSED'         TO WS-STATUS-DESC
                   MOVE SPACES           TO WS-NEXT-STEP
           END-EVALUATE
           MOVE CPL-KEY               TO CASEIDO  OF COCPL0AO
           MOVE CPL-ACCT-ID           TO ACCTIDO  OF COCPL0AO
           MOVE CPL-CUST-ID           TO CUSTIDO  OF COCPL0AO
           MOVE CPL-TRAN-ID           TO TRANIDO  OF COCPL0AO
           MOVE CPL-GROUP-ID          TO GRPIDO   OF COCPL0AO
           MOVE CPL-ISSUE-CAT         TO ISSCATO  OF COCPL0AO
           MOVE CPL-CHANNEL           TO CHNLO    OF COCPL0AO
           MOVE CPL-OWNER-USR-ID      TO OWNERO   OF COCPL0AO
           MOVE CPL-OPENED-BY-USR-ID  TO OPENBYO  OF COCPL0AO
           MOVE WS-STATUS-DESC        TO STATUSO  OF COCPL0AO
           MOVE CPL-RECEIVED-DATE     TO RCVDTO   OF COCPL0AO
           MOVE CPL-ACK-DUE-DATE      TO ACKDUEO  OF COCPL0AO
           MOVE CPL-ACK-DATE          TO ACKDTO   OF COCPL0AO
           MOVE CPL-RESP-DUE-DATE     TO RSPDUEO  OF COCPL0AO
           MOVE CPL-RESP-DATE         TO RSPDTO   OF COCPL0AO
           MOVE CPL-CLOSED-DATE       TO CLSDTO   OF COCPL0AO
           MOVE CPL-ROOT-CAUSE        TO ROOTCO   OF COCPL0AO
           MOVE CPL-RESOLUTION        TO RESOLO   OF COCPL0AO
           MOVE CPL-RELIEF-AMT        TO WS-AMT-E
           MOVE WS-AMT-E              TO RELAMTO  OF COCPL0AO
           MOVE CPL-SUMMARY           TO SUMMRYO  OF COCPL0AO
           IF CPL-IS-REPEAT
               STRING 'YES - CASE '   DELIMITED BY SIZE
                      CPL-REPEAT-OF-SEQ DELIMITED BY SIZE
                 INTO REPEATO OF COCPL0AO
           ELSE
               MOVE 'NO'              TO REPEATO  OF COCPL0AO
           END-IF
           MOVE SPACES                TO CONFIRMO OF COCPL0AO.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'c' (complaint case) record to the AUDITLOG
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
           SET AUD-ACTION-COMPLAINT TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'COMPLAINT '        DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' CASE '            DELIMITED BY SIZE
                  CPL-CUST-ID         DELIMITED BY SIZE
                  CPL-SEQ             DELIMITED BY SIZE
                  ' ACCT '            DELIMITED BY SIZE
                  CPL-ACCT-ID         DELIMITED BY SIZE
                  ' CAT '             DELIMITED BY SIZE
                  CPL-ISSUE-CAT       DELIMITED BY SIZE
                  ' OWNER '           DELIMITED BY SIZE
                  CPL-OWNER-USR-ID    DELIMITED BY SIZE
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
           MOVE SPACES TO ACCTIDI  OF COCPL0AI
                          CASEIDI  OF COCPL0AI
                          TRANIDI  OF COCPL0AI
                          ISSCATI  OF COCPL0AI
                          CHNLI    OF COCPL0AI
                          OWNERI   OF COCPL0AI
                          RCVDTI   OF COCPL0AI
                          ROOTCI   OF COCPL0AI
                          RESOLI   OF COCPL0AI
                          RELAMTI  OF COCPL0AI
                          SUMMRYI  OF COCPL0AI
                          CONFIRMI OF COCPL0AI
                          CUSTIDO  OF COCPL0AO
                          GRPIDO   OF COCPL0AO
                          OPENBYO  OF COCPL0AO
                          STATUSO  OF COCPL0AO
                          ACKDUEO  OF COCPL0AO
                          ACKDTO   OF COCPL0AO
                          RSPDUEO  OF COCPL0AO
                          RSPDTO   OF COCPL0AO
                          CLSDTO   OF COCPL0AO
                          REPEATO  OF COCPL0AO
                          WS-MESSAGE
           MOVE -1     TO ACCTIDL  OF COCPL0AI
           PERFORM SEND-CPL-SCREEN.

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
      *                      SEND-CPL-SCREEN
      *----------------------------------------------------------------*
       SEND-CPL-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COCPL0AO

           EXEC CICS SEND
                     MAP('COCPL0A')
                     MAPSET('COCPL00')
                     FROM(COCPL0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-CPL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-CPL-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COCPL0A')
                     MAPSET('COCPL00')
                     INTO(COCPL0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COCPL0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COCPL0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COCPL0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COCPL0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COCPL0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COCPL0AO.
