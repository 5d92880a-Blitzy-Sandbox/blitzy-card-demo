      ******************************************************************
      * Program     : COBKR00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Bankruptcy case maintenance and automatic stay
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
      * Program:     COBKR00C
      * Transaction: CBKR
      * BMS Map:     COBKR00 / COBKR0A
      * Function:    Bankruptcy case screen. One case per customer
      *              (BKRCASE, CVBKR01Y.cpy):
      *                Enter - shows the case on file for the
      *                        keyed customer ID.
      *                PF5   - records the filing (chapter, case
      *                        number, filing date, attorney and
      *                        phone), or amends the details of
      *                        a filed case. A filing replaces a
      *                        discharged or dismissed case. The
      *                        automatic stay goes into force on
      *                        the customer (CUST-BANKRUPTCY-
      *                        STATUS 'S', CVCUS01Y.cpy) and
      *                        every collection touchpoint stands
      *                        down from the next batch run.
      *                PF6   - records the discharge with its
      *                        order date. The customer flag goes
      *                        to 'D': nothing collects, and the
      *                        month-end CBCHG01C charges the
      *                        customer's accounts off.
      *                PF7   - records the dismissal with its
      *                        order date. The stay is released
      *                        (customer flag spaces) and
      *                        collection resumes.
      *              PF5-PF7 need the confirm Y, and only a filed
      *              case can be discharged or dismissed. Every
      *              change writes an '8' AUDITLOG record.
      * Files:       BKRCASE  (READ, READ UPDATE, WRITE, REWRITE)
      *              CUSTDAT  (READ UPDATE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the main menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKR00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COBKR00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CBKR'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-BKRCASE-FILE            PIC X(08) VALUE 'BKRCASE '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
         05 WS-CASE-FOUND-FLG          PIC X(01) VALUE 'N'.
           88 CASE-FOUND                         VALUE 'Y'.
           88 CASE-NOT-FOUND                     VALUE 'N'.
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
         05 WS-CUST-ID-N               PIC 9(09) VALUE ZEROS.
         05 WS-DATE-X                  PIC X(10) VALUE SPACES.
         05 WS-STATUS-DATE-X           PIC X(10) VALUE SPACES.
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the bankruptcy case screen
       COPY COBKR00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 120-byte bankruptcy case record (BANKRUPTCY-CASE-RECORD)
       COPY CVBKR01Y.
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
      * Main entry point. AID dispatch: Enter=show case,
      * PF5=record filing, PF6=discharge, PF7=dismiss, PF3=back,
      * PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COBKR0AO

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
                   MOVE LOW-VALUES          TO COBKR0AO
                   MOVE -1       TO CUSTIDL OF COBKR0AI
                   PERFORM SEND-BKR-SCREEN
               ELSE
                   PERFORM RECEIVE-BKR-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-FILING-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-DISCHARGE-KEY
                       WHEN DFHPF7
                           PERFORM PROCESS-DISMISS-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-BKR-SCREEN
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
      * Enter: show the customer's case, if there is one.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-CUST-ID
           PERFORM READ-BKRCASE-FILE
           IF CASE-NOT-FOUND
               MOVE SPACES TO CASESTO OF COBKR0AO
               MOVE 'No case on file - key the filing, confirm Y, PF5'
                 TO WS-MESSAGE
               MOVE -1     TO CHAPTERL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF
           PERFORM POPULATE-CASE-FIELDS
           MOVE -1 TO CUSTIDL OF COBKR0AI
           PERFORM SEND-BKR-SCREEN.

      *----------------------------------------------------------------*
      *                      PROCESS-FILING-KEY
      *----------------------------------------------------------------*
      * PF5: record the filing, or amend a filed case. The stay
      * goes into force on the customer.
       PROCESS-FILING-KEY.
           PERFORM VALIDATE-CUST-ID
           PERFORM VALIDATE-FILING-FIELDS
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-BKRCASE-UPDATE
           IF CASE-FOUND AND BKR-STATUS-FILED
               MOVE 'AMENDED' TO WS-AUD-VERB
           ELSE
               MOVE 'FILED'   TO WS-AUD-VERB
           END-IF
           IF CASE-NOT-FOUND
               INITIALIZE BANKRUPTCY-CASE-RECORD
               MOVE WS-CUST-ID-N TO BKR-CUST-ID
           END-IF
           MOVE CHAPTERI OF COBKR0AI TO BKR-CHAPTER
           MOVE CASENOI  OF COBKR0AI TO BKR-CASE-NUM
           MOVE FILEDTI  OF COBKR0AI TO BKR-FILING-DATE
           MOVE ATTYNMI  OF COBKR0AI TO BKR-ATTY-NAME
           IF ATTYPHI OF COBKR0AI = LOW-VALUES
               MOVE SPACES            TO BKR-ATTY-PHONE
           ELSE
               MOVE ATTYPHI OF COBKR0AI TO BKR-ATTY-PHONE
           END-IF
           SET BKR-STATUS-FILED      TO TRUE
           MOVE BKR-FILING-DATE      TO BKR-STATUS-DATE
           PERFORM STAMP-CASE-UPDATE

           PERFORM READ-CUSTDAT-UPDATE
           SET CUST-BKR-STAY-IN-FORCE TO TRUE
           PERFORM REWRITE-CUSTDAT-FILE

           IF CASE-FOUND
               PERFORM REWRITE-BKRCASE-FILE
           ELSE
               PERFORM WRITE-BKRCASE-FILE
           END-IF

           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-CASE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COBKR0AO
           MOVE 'Filing recorded - automatic stay in force...' TO
                           WS-MESSAGE
           PERFORM SEND-BKR-SCREEN.

      *----------------------------------------------------------------*
      *                    PROCESS-DISCHARGE-KEY
      *----------------------------------------------------------------*
      * PF6: the court discharged the debt. Nothing collects
      * again, and the month-end charge-off takes the accounts.
       PROCESS-DISCHARGE-KEY.
           PERFORM VALIDATE-CUST-ID
           PERFORM VALIDATE-STATUS-DATE
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-FILED-CASE-UPDATE
           SET BKR-STATUS-DISCHARGED TO TRUE
           MOVE WS-STATUS-DATE-X     TO BKR-STATUS-DATE
           PERFORM STAMP-CASE-UPDATE

           PERFORM READ-CUSTDAT-UPDATE
           SET CUST-BKR-DISCHARGED TO TRUE
           PERFORM REWRITE-CUSTDAT-FILE
           PERFORM REWRITE-BKRCASE-FILE

           MOVE 'DISCHARGED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-CASE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COBKR0AO
           MOVE 'Discharge recorded - accounts go to charge-off...'
             TO WS-MESSAGE
           PERFORM SEND-BKR-SCREEN.

      *----------------------------------------------------------------*
      *                    PROCESS-DISMISS-KEY
      *----------------------------------------------------------------*
      * PF7: the case was dismissed. The stay is released and
      * collection resumes from the next batch run.
       PROCESS-DISMISS-KEY.
           PERFORM VALIDATE-CUST-ID
           PERFORM VALIDATE-STATUS-DATE
           PERFORM VALIDATE-CONFIRM

           PERFORM READ-FILED-CASE-UPDATE
           SET BKR-STATUS-DISMISSED TO TRUE
           MOVE WS-STATUS-DATE-X    TO BKR-STATUS-DATE
           PERFORM STAMP-CASE-UPDATE

           PERFORM READ-CUSTDAT-UPDATE
           SET CUST-BKR-NONE TO TRUE
           PERFORM REWRITE-CUSTDAT-FILE
           PERFORM REWRITE-BKRCASE-FILE

           MOVE 'DISMISSED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-CASE-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COBKR0AO
           MOVE 'Dismissal recorded - automatic stay released...'
             TO WS-MESSAGE
           PERFORM SEND-BKR-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-CUST-ID
      *----------------------------------------------------------------*
       VALIDATE-CUST-ID.
           IF CUSTIDI OF COBKR0AI = SPACES OR LOW-VALUES
              OR CUSTIDI OF COBKR0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Customer ID must be a 9 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO CUSTIDL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF
           MOVE CUSTIDI OF COBKR0AI TO WS-CUST-ID-N.

      *----------------------------------------------------------------*
      *                    VALIDATE-FILING-FIELDS
      *----------------------------------------------------------------*
       VALIDATE-FILING-FIELDS.
           MOVE CHAPTERI OF COBKR0AI TO BKR-CHAPTER
           IF NOT BKR-CHAPTER-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Chapter must be 07, 11, 12 or 13...' TO
                               WS-MESSAGE
               MOVE -1       TO CHAPTERL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF

           IF CASENOI OF COBKR0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Case number can NOT be empty...' TO
                               WS-MESSAGE
               MOVE -1       TO CASENOL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF

           MOVE FILEDTI OF COBKR0AI TO WS-DATE-X
           PERFORM VALIDATE-DATE-FIELD
           IF ERR-FLG-ON
               MOVE -1 TO FILEDTL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF

           IF ATTYNMI OF COBKR0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Attorney name can NOT be empty...' TO
                               WS-MESSAGE
               MOVE -1       TO ATTYNML OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-STATUS-DATE
      *----------------------------------------------------------------*
      * The discharge or dismissal order date.
       VALIDATE-STATUS-DATE.
           MOVE STATDTI OF COBKR0AI TO WS-DATE-X
           PERFORM VALIDATE-DATE-FIELD
           IF ERR-FLG-ON
               MOVE -1 TO STATDTL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF
           MOVE WS-DATE-X TO WS-STATUS-DATE-X.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF COBKR0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the entries, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COBKR0AI
                   PERFORM SEND-BKR-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    VALIDATE-DATE-FIELD
      *----------------------------------------------------------------*
      * Shape check of the date in WS-DATE-X (YYYY-MM-DD).
       VALIDATE-DATE-FIELD.
           EVALUATE TRUE
               WHEN WS-DATE-X(1:4) NOT NUMERIC
               WHEN WS-DATE-X(5:1) NOT = '-'
               WHEN WS-DATE-X(6:2) NOT NUMERIC
               WHEN WS-DATE-X(8:1) NOT = '-'
               WHEN WS-DATE-X(9:2) NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Dates must be YYYY-MM-DD...' TO WS-MESSAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    POPULATE-CASE-FIELDS
      *----------------------------------------------------------------*
      * Shows the case in BANKRUPTCY-CASE-RECORD on the screen.
       POPULATE-CASE-FIELDS.
           MOVE BKR-CHAPTER         TO CHAPTERI OF COBKR0AI
           MOVE BKR-CASE-NUM        TO CASENOI  OF COBKR0AI
           MOVE BKR-FILING-DATE     TO FILEDTI  OF COBKR0AI
           MOVE BKR-ATTY-NAME       TO ATTYNMI  OF COBKR0AI
           MOVE BKR-ATTY-PHONE      TO ATTYPHI  OF COBKR0AI
           MOVE SPACES              TO CONFIRMI OF COBKR0AI
           EVALUATE TRUE
               WHEN BKR-STATUS-FILED
                   MOVE SPACES          TO STATDTI OF COBKR0AI
                   MOVE 'FILED - AUTOMATIC STAY IN FORCE'
                                        TO CASESTO OF COBKR0AO
               WHEN BKR-STATUS-DISCHARGED
                   MOVE BKR-STATUS-DATE TO STATDTI OF COBKR0AI
                   MOVE 'DISCHARGED'    TO CASESTO OF COBKR0AO
               WHEN BKR-STATUS-DISMISSED
                   MOVE BKR-STATUS-DATE TO STATDTI OF COBKR0AI
                   MOVE 'DISMISSED - STAY RELEASED'
                                        TO CASESTO OF COBKR0AO
               WHEN OTHER
                   MOVE SPACES          TO CASESTO OF COBKR0AO
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    STAMP-CASE-UPDATE
      *----------------------------------------------------------------*
       STAMP-CASE-UPDATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO WS-UPD-TS(1:8)
           MOVE WS-CURTIME-HOURS      TO WS-UPD-TS(9:2)
           MOVE WS-CURTIME-MINUTE     TO WS-UPD-TS(11:2)
           MOVE WS-CURTIME-SECOND     TO WS-UPD-TS(13:2)
           MOVE CDEMO-USER-ID         TO BKR-UPD-USR-ID
           MOVE WS-UPD-TS             TO BKR-UPD-TS.

      *----------------------------------------------------------------*
      *                      READ-BKRCASE-FILE
      *----------------------------------------------------------------*
       READ-BKRCASE-FILE.
           MOVE WS-CUST-ID-N TO BKR-CUST-ID
           EXEC CICS READ
                DATASET   (WS-BKRCASE-FILE)
                INTO      (BANKRUPTCY-CASE-RECORD)
                LENGTH    (LENGTH OF BANKRUPTCY-CASE-RECORD)
                RIDFLD    (BKR-CUST-ID)
                KEYLENGTH (LENGTH OF BKR-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-BKRCASE-READ.

      *----------------------------------------------------------------*
      *                     READ-BKRCASE-UPDATE
      *----------------------------------------------------------------*
       READ-BKRCASE-UPDATE.
           MOVE WS-CUST-ID-N TO BKR-CUST-ID
           EXEC CICS READ
                DATASET   (WS-BKRCASE-FILE)
                INTO      (BANKRUPTCY-CASE-RECORD)
                LENGTH    (LENGTH OF BANKRUPTCY-CASE-RECORD)
                RIDFLD    (BKR-CUST-ID)
                KEYLENGTH (LENGTH OF BKR-CUST-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-BKRCASE-READ.

      *----------------------------------------------------------------*
      *                     CHECK-BKRCASE-READ
      *----------------------------------------------------------------*
       CHECK-BKRCASE-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET CASE-FOUND     TO TRUE
               WHEN DFHRESP(NOTFND)
                   SET CASE-NOT-FOUND TO TRUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read bankruptcy case file...' TO
                                   WS-MESSAGE
                   PERFORM SEND-BKR-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   READ-FILED-CASE-UPDATE
      *----------------------------------------------------------------*
      * A discharge or dismissal needs a filed case, and an
      * order dated no earlier than the filing.
       READ-FILED-CASE-UPDATE.
           PERFORM READ-BKRCASE-UPDATE
           IF CASE-NOT-FOUND
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No bankruptcy case on file for this customer...'
                 TO WS-MESSAGE
               MOVE -1       TO CUSTIDL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF
           IF NOT BKR-STATUS-FILED
               EXEC CICS UNLOCK
                    DATASET   (WS-BKRCASE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Case is already discharged or dismissed...' TO
                               WS-MESSAGE
               MOVE -1       TO CUSTIDL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF
           IF WS-STATUS-DATE-X < BKR-FILING-DATE
               EXEC CICS UNLOCK
                    DATASET   (WS-BKRCASE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Order date cannot precede the filing date...' TO
                               WS-MESSAGE
               MOVE -1       TO STATDTL OF COBKR0AI
               PERFORM SEND-BKR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    WRITE-BKRCASE-FILE
      *----------------------------------------------------------------*
       WRITE-BKRCASE-FILE.
           EXEC CICS WRITE
                DATASET   (WS-BKRCASE-FILE)
                FROM      (BANKRUPTCY-CASE-RECORD)
                LENGTH    (LENGTH OF BANKRUPTCY-CASE-RECORD)
                RIDFLD    (BKR-CUST-ID)
                KEYLENGTH (LENGTH OF BKR-CUST-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to add bankruptcy case...' TO
                               WS-MESSAGE
               PERFORM SEND-BKR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                   REWRITE-BKRCASE-FILE
      *----------------------------------------------------------------*
       REWRITE-BKRCASE-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-BKRCASE-FILE)
                FROM      (BANKRUPTCY-CASE-RECORD)
                LENGTH    (LENGTH OF BANKRUPTCY-CASE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update bankruptcy case...' TO
                               WS-MESSAGE
               PERFORM SEND-BKR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    READ-CUSTDAT-UPDATE
      *----------------------------------------------------------------*
       READ-CUSTDAT-UPDATE.
           MOVE WS-CUST-ID-N TO CUST-ID
           EXEC CICS READ
                DATASET   (WS-CUSTDAT-FILE)
                INTO      (CUSTOMER-RECORD)
                LENGTH    (LENGTH OF CUSTOMER-RECORD)
                RIDFLD    (CUST-ID)
                KEYLENGTH (LENGTH OF CUST-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Customer not found...' TO WS-MESSAGE
                   MOVE -1       TO CUSTIDL OF COBKR0AI
                   PERFORM SEND-BKR-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read customer master...' TO
                                   WS-MESSAGE
                   PERFORM SEND-BKR-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    REWRITE-CUSTDAT-FILE
      *----------------------------------------------------------------*
       REWRITE-CUSTDAT-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-CUSTDAT-FILE)
                FROM      (CUSTOMER-RECORD)
                LENGTH    (LENGTH OF CUSTOMER-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update customer master...' TO
                               WS-MESSAGE
               PERFORM SEND-BKR-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one '8' (bankruptcy case) record to the AUDITLOG
      * VSAM using the same browse-to-end ID generation every
      * other audit writer uses.
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
           MOVE WS-UPD-TS         TO AUD-TS
           SET AUD-ACTION-BANKRUPTCY TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'BKR '              DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' CUST '            DELIMITED BY SIZE
                  WS-CUST-ID-N        DELIMITED BY SIZE
                  ' CH '              DELIMITED BY SIZE
                  BKR-CHAPTER         DELIMITED BY SIZE
                  ' CASE '            DELIMITED BY SIZE
                  BKR-CASE-NUM        DELIMITED BY SPACE
                  ' DATE '            DELIMITED BY SIZE
                  BKR-STATUS-DATE     DELIMITED BY SIZE
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
           MOVE SPACES TO CUSTIDI  OF COBKR0AI
                          CHAPTERI OF COBKR0AI
                          CASENOI  OF COBKR0AI
                          FILEDTI  OF COBKR0AI
                          ATTYNMI  OF COBKR0AI
                          ATTYPHI  OF COBKR0AI
                          STATDTI  OF COBKR0AI
                          CONFIRMI OF COBKR0AI
                          CASESTO  OF COBKR0AO
                          WS-MESSAGE
           MOVE -1     TO CUSTIDL  OF COBKR0AI
           PERFORM SEND-BKR-SCREEN.

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
      *                      SEND-BKR-SCREEN
      *----------------------------------------------------------------*
       SEND-BKR-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COBKR0AO

           EXEC CICS SEND
                     MAP('COBKR0A')
                     MAPSET('COBKR00')
                     FROM(COBKR0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-BKR-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-BKR-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COBKR0A')
                     MAPSET('COBKR00')
                     INTO(COBKR0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COBKR0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COBKR0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COBKR0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COBKR0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COBKR0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COBKR0AO.
