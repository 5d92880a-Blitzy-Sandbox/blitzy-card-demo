      ******************************************************************
      * Program     : COAUP00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Authorized party maintenance
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
      * Program:     COAUP00C
      * Transaction: CAUP
      * BMS Map:     COAUP00 / COAUP0A
      * Function:    Authorized parties. The third parties an
      *              account holder has authorized to deal with us
      *              on the account -- spouse, family, attorney,
      *              guardian, agent under a power of attorney --
      *              with what they may do and until when
      *              (AUTHPTY, CVAUP01Y.cpy):
      *                Enter - with an account ID lists the
      *                        account's parties; with a party
      *                        sequence as well shows that party.
      *                PF5   - adds a party: name, relationship,
      *                        scope (I inquiry only / F full
      *                        servicing), the date the signed
      *                        authority was received and, when
      *                        the authority is time-limited, the
      *                        expiry date.
      *                PF6   - saves changes to an active party.
      *                PF7   - revokes an active party.
      *              PF5/PF6/PF7 need the confirm Y. Every action
      *              writes a 'd' AUDITLOG record. Expired and
      *              revoked parties stay on file as history.
      * Admin-only:  User type validated via CDEMO-USRTYP-ADMIN
      *              flag in the COMMAREA (see COCOM01Y.cpy).
      * Files:       AUTHPTY  (STARTBR, READNEXT, ENDBR, READ,
      *                        READ UPDATE, WRITE, REWRITE)
      *              ACCTDAT  (READ)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to the admin menu. PF4 clears the
      *              form.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAUP00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COAUP00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CAUP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-AUTHPTY-FILE            PIC X(08) VALUE 'AUTHPTY '.
         05 WS-ACCTDAT-FILE            PIC X(08) VALUE 'ACCTDAT '.
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
         05 WS-SEQ-N                   PIC 9(02) VALUE ZEROS.
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.
         05 WS-COUNT-E                 PIC Z9.
         05 WS-STATUS-DESC             PIC X(10) VALUE SPACES.
      * Dates: today and the keyed document and expiry dates,
      * as day numbers and as YYYY-MM-DD
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-TODAY-INT               PIC S9(09) COMP VALUE ZERO.
         05 WS-DOC-X                   PIC X(10) VALUE SPACES.
         05 WS-EXP-X                   PIC X(10) VALUE SPACES.
         05 WS-EDIT-DATE-X             PIC X(10) VALUE SPACES.
         05 WS-EDIT-DATE-INT           PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-N             PIC 9(08) VALUE ZERO.
      * The account's parties: the last sequence used, the
      * active count, and the list rows painted (six on the map)
         05 WS-LAST-SEQ                PIC 9(02) VALUE ZERO.
         05 WS-MAX-SEQ                 PIC 9(02) VALUE 99.
         05 WS-ACTIVE-CNT              PIC 9(02) VALUE ZERO.
         05 WS-ROW-CNT                 PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 6.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the authorized party screen
       COPY COAUP00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 150-byte authorized party record (AUTHORIZED-PARTY-RECORD)
       COPY CVAUP01Y.
      * 300-byte account master record (ACCOUNT-RECORD)
       COPY CVACT01Y.
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
      * Main entry point. AID dispatch: Enter=list or show,
      * PF5=add, PF6=change, PF7=revoke, PF3=back, PF4=clear.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COAUP0AO

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
               IF NOT CDEMO-USRTYP-ADMIN
                   MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COAUP0AO
                   IF CDEMO-ACCT-ID IS NUMERIC
                      AND CDEMO-ACCT-ID NOT = ZEROS
                       MOVE CDEMO-ACCT-ID   TO ACCTIDO OF COAUP0AO
                   END-IF
                   MOVE -1       TO ACCTIDL OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
               ELSE
                   PERFORM RECEIVE-AUP-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM PROCESS-ADD-KEY
                       WHEN DFHPF6
                           PERFORM PROCESS-CHANGE-KEY
                       WHEN DFHPF7
                           PERFORM PROCESS-REVOKE-KEY
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-AUP-SCREEN
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
      * Enter: the account's party list, and the keyed party's
      * details when a sequence is keyed.
       PROCESS-ENTER-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM GATHER-PARTY-LIST
           IF SEQNOI OF COAUP0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-SEQ
               PERFORM READ-PARTY-FILE
               PERFORM POPULATE-PARTY-FIELDS
               IF AUP-STATUS-ACTIVE
                   MOVE 'Party on file - PF6 saves changes, PF7 revokes'
                     TO WS-MESSAGE
               ELSE
                   STRING 'Party is '         DELIMITED BY SIZE
                          WS-STATUS-DESC      DELIMITED BY SPACE
                          ' - history only'   DELIMITED BY SIZE
                     INTO WS-MESSAGE
               END-IF
               MOVE -1 TO SEQNOL OF COAUP0AI
           ELSE
               IF WS-LAST-SEQ = ZERO
                   MOVE 'No authorized party - key one and press PF5'
                     TO WS-MESSAGE
               ELSE
                   MOVE WS-ACTIVE-CNT TO WS-COUNT-E
                   STRING WS-COUNT-E         DELIMITED BY SIZE
                          ' active party(ies) - key a sequence to vie'
                                             DELIMITED BY SIZE
                          'w, or PF5 adds'   DELIMITED BY SIZE
                     INTO WS-MESSAGE
               END-IF
               MOVE -1 TO PTYNML OF COAUP0AI
           END-IF
           PERFORM SEND-AUP-SCREEN.

      *----------------------------------------------------------------*
      *                       PROCESS-ADD-KEY
      *----------------------------------------------------------------*
      * PF5: adds a party to the keyed account under the next
      * free sequence.
       PROCESS-ADD-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-ACCT-ID
           PERFORM READ-ACCOUNT-FILE
           PERFORM VALIDATE-PARTY-FIELDS
           PERFORM VALIDATE-CONFIRM
           PERFORM GATHER-PARTY-LIST
           IF WS-LAST-SEQ NOT < WS-MAX-SEQ
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'The account has no party sequence left...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF

           INITIALIZE AUTHORIZED-PARTY-RECORD
           MOVE WS-ACCT-ID-N          TO AUP-ACCT-ID
           COMPUTE AUP-SEQ = WS-LAST-SEQ + 1
           SET AUP-STATUS-ACTIVE      TO TRUE
           MOVE SPACES                TO AUP-END-DATE
           MOVE CDEMO-USER-ID         TO AUP-ADDED-BY-USR-ID
           MOVE WS-TODAY-X            TO AUP-ADDED-DATE
           PERFORM APPLY-PARTY-FIELDS
           PERFORM STAMP-LAST-UPDATE
           PERFORM WRITE-PARTY-FILE

           MOVE 'ADDED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-PARTY-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COAUP0AO
           STRING 'Authorized party added as sequence '
                                         DELIMITED BY SIZE
                  AUP-SEQ                DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM GATHER-PARTY-LIST
           MOVE -1 TO SEQNOL OF COAUP0AI
           PERFORM SEND-AUP-SCREEN.

      *----------------------------------------------------------------*
      *                     PROCESS-CHANGE-KEY
      *----------------------------------------------------------------*
      * PF6: saves the keyed changes to an active party.
       PROCESS-CHANGE-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-ACCT-ID
           PERFORM VALIDATE-SEQ
           PERFORM VALIDATE-PARTY-FIELDS
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-PARTY-UPDATE
           PERFORM CHECK-PARTY-ACTIVE
           PERFORM APPLY-PARTY-FIELDS
           PERFORM STAMP-LAST-UPDATE
           PERFORM REWRITE-PARTY-FILE

           MOVE 'CHANGED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-PARTY-FIELDS
           PERFORM GATHER-PARTY-LIST
           MOVE DFHGREEN TO ERRMSGC OF COAUP0AO
           MOVE 'Authorized party changes saved...' TO WS-MESSAGE
           MOVE -1 TO SEQNOL OF COAUP0AI
           PERFORM SEND-AUP-SCREEN.

      *----------------------------------------------------------------*
      *                     PROCESS-REVOKE-KEY
      *----------------------------------------------------------------*
      * PF7: revokes an active party from today. The row stays
      * on file as history.
       PROCESS-REVOKE-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-ACCT-ID
           PERFORM VALIDATE-SEQ
           PERFORM VALIDATE-CONFIRM
           PERFORM READ-PARTY-UPDATE
           PERFORM CHECK-PARTY-ACTIVE
           SET AUP-STATUS-REVOKED     TO TRUE
           MOVE WS-TODAY-X            TO AUP-END-DATE
           PERFORM STAMP-LAST-UPDATE
           PERFORM REWRITE-PARTY-FILE

           MOVE 'REVOKED' TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD

           PERFORM POPULATE-PARTY-FIELDS
           PERFORM GATHER-PARTY-LIST
           MOVE DFHGREEN TO ERRMSGC OF COAUP0AO
           MOVE 'Authorized party revoked...' TO WS-MESSAGE
           MOVE -1 TO SEQNOL OF COAUP0AI
           PERFORM SEND-AUP-SCREEN.

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
      *                        EDIT-DATE
      *----------------------------------------------------------------*
      * A YYYY-MM-DD date in WS-EDIT-DATE-X to its day number in
      * WS-EDIT-DATE-INT; zero when it is not a valid date.
       EDIT-DATE.
           MOVE ZERO TO WS-EDIT-DATE-INT
           IF WS-EDIT-DATE-X(1:4) IS NUMERIC
              AND WS-EDIT-DATE-X(5:1) = '-'
              AND WS-EDIT-DATE-X(6:2) IS NUMERIC
              AND WS-EDIT-DATE-X(8:1) = '-'
              AND WS-EDIT-DATE-X(9:2) IS NUMERIC
               MOVE WS-EDIT-DATE-X(1:4) TO WS-WORK-DATE-N(1:4)
               MOVE WS-EDIT-DATE-X(6:2) TO WS-WORK-DATE-N(5:2)
               MOVE WS-EDIT-DATE-X(9:2) TO WS-WORK-DATE-N(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-WORK-DATE-N) = 0
                   COMPUTE WS-EDIT-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      VALIDATE-ACCT-ID
      *----------------------------------------------------------------*
       VALIDATE-ACCT-ID.
           IF ACCTIDI OF COAUP0AI = SPACES OR LOW-VALUES
              OR ACCTIDI OF COAUP0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account ID must be an 11 digit number...' TO
                               WS-MESSAGE
               MOVE -1       TO ACCTIDL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF
           MOVE ACCTIDI OF COAUP0AI TO WS-ACCT-ID-N
           MOVE WS-ACCT-ID-N        TO CDEMO-ACCT-ID.

      *----------------------------------------------------------------*
      *                        VALIDATE-SEQ
      *----------------------------------------------------------------*
       VALIDATE-SEQ.
           IF SEQNOI OF COAUP0AI = SPACES OR LOW-VALUES
              OR SEQNOI OF COAUP0AI IS NOT NUMERIC
              OR SEQNOI OF COAUP0AI = '00'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the party sequence (01-99) from the list...'
                 TO WS-MESSAGE
               MOVE -1       TO SEQNOL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF
           MOVE SEQNOI OF COAUP0AI TO WS-SEQ-N.

      *----------------------------------------------------------------*
      *                   VALIDATE-PARTY-FIELDS
      *----------------------------------------------------------------*
      * A party needs a name, a relationship, a scope and the
      * date the signed authority reached us (not in the
      * future); an expiry date, when keyed, must be after today.
       VALIDATE-PARTY-FIELDS.
           IF PTYNMI OF COAUP0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the authorized party''s name...' TO
                               WS-MESSAGE
               MOVE -1       TO PTYNML OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF
           MOVE RELTNI OF COAUP0AI TO AUP-RELATIONSHIP
           IF NOT AUP-REL-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Relationship: SP FM AT PA(power of atty) GD OT'
                 TO WS-MESSAGE
               MOVE -1       TO RELTNL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF
           MOVE SCOPEI OF COAUP0AI TO AUP-SCOPE
           IF NOT AUP-SCOPE-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Scope: I (inquiry only) or F (full servicing)...'
                 TO WS-MESSAGE
               MOVE -1       TO SCOPEL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF

           MOVE DOCDTI OF COAUP0AI TO WS-DOC-X
                                      WS-EDIT-DATE-X
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-INT = ZERO
              OR WS-EDIT-DATE-INT > WS-TODAY-INT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Document received: YYYY-MM-DD, not in the future'
                 TO WS-MESSAGE
               MOVE -1       TO DOCDTL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF

           IF EXPDTI OF COAUP0AI = SPACES OR LOW-VALUES
               MOVE SPACES             TO WS-EXP-X
           ELSE
               MOVE EXPDTI OF COAUP0AI TO WS-EXP-X
                                          WS-EDIT-DATE-X
               PERFORM EDIT-DATE
               IF WS-EDIT-DATE-INT NOT > WS-TODAY-INT
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Expiry: YYYY-MM-DD after today, or blank...'
                     TO WS-MESSAGE
                   MOVE -1       TO EXPDTL OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    APPLY-PARTY-FIELDS
      *----------------------------------------------------------------*
       APPLY-PARTY-FIELDS.
           MOVE PTYNMI OF COAUP0AI    TO AUP-NAME
           MOVE RELTNI OF COAUP0AI    TO AUP-RELATIONSHIP
           MOVE SCOPEI OF COAUP0AI    TO AUP-SCOPE
           MOVE WS-DOC-X              TO AUP-DOC-RCVD-DATE
           MOVE WS-EXP-X              TO AUP-EXPIRY-DATE.

      *----------------------------------------------------------------*
      *                      VALIDATE-CONFIRM
      *----------------------------------------------------------------*
       VALIDATE-CONFIRM.
           EVALUATE CONFIRMI OF COAUP0AI
               WHEN 'Y'
               WHEN 'y'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the party, then confirm Y...' TO
                                   WS-MESSAGE
                   MOVE -1      TO CONFIRML OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     CHECK-PARTY-ACTIVE
      *----------------------------------------------------------------*
      * Only an active party can be changed or revoked; an
      * expired, revoked or terminated one is history.
       CHECK-PARTY-ACTIVE.
           IF NOT AUP-STATUS-ACTIVE
               PERFORM UNLOCK-PARTY-FILE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Party is no longer active - add a new one...' TO
                               WS-MESSAGE
               MOVE -1       TO SEQNOL OF COAUP0AI
               PERFORM SEND-AUP-SCREEN
           END-IF.

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
                   MOVE -1       TO ACCTIDL OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup Account...' TO WS-MESSAGE
                   MOVE -1       TO ACCTIDL OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                     GATHER-PARTY-LIST
      *----------------------------------------------------------------*
      * Walks the account's parties: the last sequence used, the
      * active count, and the first six onto the list rows. The
      * browse reuses the record area, so any single party to be
      * shown is painted before this runs.
       GATHER-PARTY-LIST.
           MOVE ZERO TO WS-LAST-SEQ
                        WS-ACTIVE-CNT
                        WS-ROW-CNT
           SET BROWSE-MORE        TO TRUE
           MOVE WS-ACCT-ID-N TO AUP-ACCT-ID
           MOVE ZEROS        TO AUP-SEQ
           EXEC CICS STARTBR
                DATASET   (WS-AUTHPTY-FILE)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               SET BROWSE-DONE TO TRUE
           END-IF
           PERFORM GATHER-PARTY-NEXT
              UNTIL BROWSE-DONE
           IF WS-RESP-CD = DFHRESP(NORMAL)
              OR WS-RESP-CD = DFHRESP(ENDFILE)
               EXEC CICS ENDBR
                    DATASET   (WS-AUTHPTY-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                      GATHER-PARTY-NEXT
      *----------------------------------------------------------------*
       GATHER-PARTY-NEXT.
           EXEC CICS READNEXT
                DATASET   (WS-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND AUP-ACCT-ID = WS-ACCT-ID-N
               MOVE AUP-SEQ TO WS-LAST-SEQ
               IF AUP-STATUS-ACTIVE
                   ADD 1 TO WS-ACTIVE-CNT
               END-IF
               IF WS-ROW-CNT < WS-MAX-ROWS
                   ADD 1 TO WS-ROW-CNT
                   PERFORM SET-STATUS-DESC
                   MOVE AUP-SEQ           TO
                        LSEQ01I OF COAUP0AI(WS-ROW-CNT)
                   MOVE AUP-NAME          TO
                        LNAM01I OF COAUP0AI(WS-ROW-CNT)
                   MOVE AUP-RELATIONSHIP  TO
                        LREL01I OF COAUP0AI(WS-ROW-CNT)
                   MOVE AUP-SCOPE         TO
                        LSCP01I OF COAUP0AI(WS-ROW-CNT)
                   MOVE WS-STATUS-DESC    TO
                        LSTS01I OF COAUP0AI(WS-ROW-CNT)
                   MOVE AUP-EXPIRY-DATE   TO
                        LEXP01I OF COAUP0AI(WS-ROW-CNT)
               END-IF
           ELSE
               SET BROWSE-DONE TO TRUE
           END-IF.

      *----------------------------------------------------------------*
      *                       SET-STATUS-DESC
      *----------------------------------------------------------------*
       SET-STATUS-DESC.
           EVALUATE TRUE
               WHEN AUP-STATUS-ACTIVE
                   MOVE 'ACTIVE'         TO WS-STATUS-DESC
               WHEN AUP-STATUS-EXPIRED
                   MOVE 'EXPIRED'        TO WS-STATUS-DESC
               WHEN AUP-STATUS-REVOKED
                   MOVE 'REVOKED'        TO WS-STATUS-DESC
               WHEN AUP-STATUS-TERMINATED
                   MOVE 'TERMINATED'     TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE AUP-STATUS       TO WS-STATUS-DESC
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                       READ-PARTY-FILE
      *----------------------------------------------------------------*
       READ-PARTY-FILE.
           MOVE WS-ACCT-ID-N TO AUP-ACCT-ID
           MOVE WS-SEQ-N     TO AUP-SEQ
           EXEC CICS READ
                DATASET   (WS-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-PARTY-READ.

      *----------------------------------------------------------------*
      *                      READ-PARTY-UPDATE
      *----------------------------------------------------------------*
       READ-PARTY-UPDATE.
           MOVE WS-ACCT-ID-N TO AUP-ACCT-ID
           MOVE WS-SEQ-N     TO AUP-SEQ
           EXEC CICS READ
                DATASET   (WS-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           PERFORM CHECK-PARTY-READ.

      *----------------------------------------------------------------*
      *                      CHECK-PARTY-READ
      *----------------------------------------------------------------*
       CHECK-PARTY-READ.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Authorized party NOT found...' TO WS-MESSAGE
                   MOVE -1       TO SEQNOL OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup the authorized party...' TO
                                   WS-MESSAGE
                   MOVE -1       TO SEQNOL OF COAUP0AI
                   PERFORM SEND-AUP-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      UNLOCK-PARTY-FILE
      *----------------------------------------------------------------*
       UNLOCK-PARTY-FILE.
           EXEC CICS UNLOCK
                DATASET   (WS-AUTHPTY-FILE)
           END-EXEC.

      *----------------------------------------------------------------*
      *                       WRITE-PARTY-FILE
      *----------------------------------------------------------------*
       WRITE-PARTY-FILE.
           EXEC CICS WRITE
                DATASET   (WS-AUTHPTY-FILE)
                FROM      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to add the authorized party...' TO
                               WS-MESSAGE
               PERFORM SEND-AUP-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-PARTY-FILE
      *----------------------------------------------------------------*
       REWRITE-PARTY-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-AUTHPTY-FILE)
                FROM      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the authorized party...' TO
                               WS-MESSAGE
               PERFORM SEND-AUP-SCREEN
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
           MOVE WS-UPD-TS             TO AUP-LAST-UPD-TS
           MOVE CDEMO-USER-ID         TO AUP-LAST-UPD-USR-ID.

      *----------------------------------------------------------------*
      *                   POPULATE-PARTY-FIELDS
      *----------------------------------------------------------------*
       POPULATE-PARTY-FIELDS.
           PERFORM SET-STATUS-DESC
           MOVE AUP-ACCT-ID           TO ACCTIDO  OF COAUP0AO
           MOVE AUP-SEQ               TO SEQNOO   OF COAUP0AO
           MOVE AUP-NAME              TO PTYNMO   OF COAUP0AO
           MOVE AUP-RELATIONSHIP      TO RELTNO   OF COAUP0AO
           MOVE AUP-SCOPE             TO SCOPEO   OF COAUP0AO
           MOVE AUP-DOC-RCVD-DATE     TO DOCDTO   OF COAUP0AO
           MOVE AUP-EXPIRY-DATE       TO EXPDTO   OF COAUP0AO
           MOVE WS-STATUS-DESC        TO STATUSO  OF COAUP0AO
           MOVE AUP-END-DATE          TO ENDDTO   OF COAUP0AO
           MOVE AUP-ADDED-BY-USR-ID   TO ADDBYO   OF COAUP0AO
           MOVE AUP-LAST-UPD-USR-ID   TO UPDBYO   OF COAUP0AO
           MOVE SPACES                TO CONFIRMO OF COAUP0AO.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'd' (authorized party) record to the AUDITLOG
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
           SET AUD-ACTION-AUTH-PARTY TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'AUTH PARTY '       DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' ACCT '            DELIMITED BY SIZE
                  AUP-ACCT-ID         DELIMITED BY SIZE
                  ' SEQ '             DELIMITED BY SIZE
                  AUP-SEQ             DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AUP-RELATIONSHIP    DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  AUP-SCOPE           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  AUP-NAME            DELIMITED BY SIZE
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
           MOVE LOW-VALUES TO COAUP0AO
           MOVE SPACES TO WS-MESSAGE
           MOVE -1     TO ACCTIDL  OF COAUP0AI
           PERFORM SEND-AUP-SCREEN.

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
      *                      SEND-AUP-SCREEN
      *----------------------------------------------------------------*
       SEND-AUP-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COAUP0AO

           EXEC CICS SEND
                     MAP('COAUP0A')
                     MAPSET('COAUP00')
                     FROM(COAUP0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-AUP-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-AUP-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COAUP0A')
                     MAPSET('COAUP00')
                     INTO(COAUP0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COAUP0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COAUP0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COAUP0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COAUP0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COAUP0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COAUP0AO.
