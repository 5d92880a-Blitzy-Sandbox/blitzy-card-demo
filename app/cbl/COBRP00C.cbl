      ******************************************************************
      * Program     : COBRP00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Business rule parameters - enter, approve or
      *               reject the effective-dated policy values the
      *               batch jobs read from BIZRULE.
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
      * Program:     COBRP00C
      * Transaction: CBRP
      * BMS Map:     COBRP00 / COBRP0A
      * Function:    Business rule maintenance, admins only. Lists
      *              the rows on BIZRULE (CVBRP01Y.cpy) ten at a
      *              time from the rule code keyed in STARTCD
      *              (from the start when blank): code, effective
      *              date, value, status, maker, checker and
      *              description -- a rule's history in date
      *              order under its code.
      *              Maker: keying a code, an effective date
      *              (today or later), a value and, for a code
      *              not yet on file, a description, and pressing
      *              Enter adds the row as PENDING, recording the
      *              value in force on that date as the prior
      *              value. A rejected row may be re-keyed for the
      *              same code and date.
      *              Checker: with a row number keyed in the
      *              DELSEL field, PF5 approves a pending row and
      *              PF7 rejects it. The checker may not be the
      *              maker, and a row whose effective date has
      *              passed cannot be approved -- a policy value
      *              never takes effect retroactively. The batch
      *              jobs use only approved rows (CSBRPLKP).
      *              Each entry, approval and rejection writes an
      *              'i' AUDITLOG record.
      * Files:       BIZRULE  (STARTBR, READNEXT, ENDBR, WRITE,
      *                        READ UPDATE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or admin menu.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRP00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COBRP00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CBRP'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-BIZRULE-FILE            PIC X(08) VALUE 'BIZRULE '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      ******************************************************************
      * Session idle-timeout
      ******************************************************************
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
         05 WS-BROWSE-KEY.
           10 WS-BROWSE-CODE           PIC X(08) VALUE SPACES.
           10 WS-BROWSE-DATE           PIC X(10) VALUE SPACES.
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-BROWSE-OPEN             PIC X(01) VALUE 'N'.
         05 WS-DEL-ROW-N               PIC 9(02) VALUE ZERO.
      * The rule rows on screen, so a PF5/PF7 by row number
      * resolves back to the exact record
         05 WS-ROW-KEYS.
           10 WS-ROW-BRP-KEY           PIC X(18) OCCURS 10 TIMES.
      * The keyed rule, converted from the screen
         05 WS-NEW-CODE                PIC X(08) VALUE SPACES.
         05 WS-NEW-EFF-X               PIC X(10) VALUE SPACES.
         05 WS-NEW-VALUE-N             PIC S9(09)V99 VALUE ZERO.
         05 WS-NEW-DESC                PIC X(40) VALUE SPACES.
      * What is already on file under the keyed code: its
      * description, and the value in force on the new date
         05 WS-CODE-ON-FILE            PIC X(01) VALUE 'N'.
         05 WS-FILE-DESC               PIC X(40) VALUE SPACES.
         05 WS-PRIOR-VALUE-N           PIC S9(09)V99 VALUE ZERO.
      * Dates: today and the keyed effective date, as day
      * numbers and as YYYY-MM-DD
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-TODAY-INT               PIC S9(09) COMP VALUE ZERO.
         05 WS-EDIT-DATE-X             PIC X(10) VALUE SPACES.
         05 WS-EDIT-DATE-INT           PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-N             PIC 9(08) VALUE ZERO.
      * Display editing of the listed rules
         05 WS-VALUE-EDIT              PIC Z(08)9.99-.
         05 WS-PRIOR-EDIT              PIC Z(08)9.99-.
         05 WS-STATUS-DESC             PIC X(08) VALUE SPACES.
      * Audit trail work
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the business rule screen
       COPY COBRP00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 150-byte business rule record
       COPY CVBRP01Y.
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
      * Main entry point. AID dispatch: Enter=enter/list,
      * PF3=back, PF5=approve selected row, PF7=reject selected
      * row.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COBRP0AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               PERFORM CHECK-SESSION-IDLE
                  THRU CHECK-SESSION-IDLE-EXIT
      * Policy values drive the batch cycle -- admins only
               IF NOT CDEMO-USRTYP-ADMIN
                   MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COBRP0AO
                   MOVE -1       TO STARTCDL OF COBRP0AI
                   PERFORM SET-TODAY
                   PERFORM BUILD-RULE-LIST
                   PERFORM SEND-BRP-SCREEN
               ELSE
                   PERFORM RECEIVE-BRP-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM PROCESS-ENTER-KEY
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF5
                           PERFORM APPROVE-SELECTED-ROW
                           PERFORM BUILD-RULE-LIST
                           PERFORM SEND-BRP-SCREEN
                       WHEN DFHPF7
                           PERFORM REJECT-SELECTED-ROW
                           PERFORM BUILD-RULE-LIST
                           PERFORM SEND-BRP-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-BRP-SCREEN
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
      * Enter adds the keyed rule as pending when a code was
      * keyed, then repaints the list from the start code.
       PROCESS-ENTER-KEY.
           PERFORM SET-TODAY
           IF NCODEI OF COBRP0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-NEW-RULE
               PERFORM SCAN-CODE-HISTORY
               IF WS-NEW-DESC = SPACES
                   IF WS-CODE-ON-FILE = 'Y'
                       MOVE WS-FILE-DESC TO WS-NEW-DESC
                   ELSE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'A new rule code needs a description...'
                         TO WS-MESSAGE
                       MOVE -1      TO NDESCL OF COBRP0AI
                       PERFORM SEND-BRP-SCREEN
                   END-IF
               END-IF
               PERFORM ADD-PENDING-RULE
           END-IF
           PERFORM BUILD-RULE-LIST
           PERFORM SEND-BRP-SCREEN
           .

      *----------------------------------------------------------------*
      *                      SET-TODAY
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
                   FUNCTION INTEGER-OF-DATE(WS-CURDATE-N)
           .

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
           END-IF
           .

      *----------------------------------------------------------------*
      *                      VALIDATE-NEW-RULE
      *----------------------------------------------------------------*
      * The code is upper-cased; the effective date must be
      * today or later -- a maker cannot change what a past
      * run used; the value is numeric and not negative.
       VALIDATE-NEW-RULE.
           MOVE NCODEI OF COBRP0AI TO WS-NEW-CODE
           INSPECT WS-NEW-CODE
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE NEFFI OF COBRP0AI TO WS-NEW-EFF-X
                                     WS-EDIT-DATE-X
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-INT = ZERO
              OR WS-EDIT-DATE-INT < WS-TODAY-INT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Effective date: YYYY-MM-DD, today or later...'
                 TO WS-MESSAGE
               MOVE -1      TO NEFFL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF

           IF NVALI OF COBRP0AI = SPACES OR LOW-VALUES
              OR FUNCTION TEST-NUMVAL(NVALI OF COBRP0AI) NOT = 0
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Value must be numeric...' TO WS-MESSAGE
               MOVE -1      TO NVALL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF
           COMPUTE WS-NEW-VALUE-N =
               FUNCTION NUMVAL(NVALI OF COBRP0AI)
           IF WS-NEW-VALUE-N < ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Value cannot be negative...' TO WS-MESSAGE
               MOVE -1      TO NVALL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF

           IF NDESCI OF COBRP0AI = SPACES OR LOW-VALUES
               MOVE SPACES TO WS-NEW-DESC
           ELSE
               MOVE NDESCI OF COBRP0AI TO WS-NEW-DESC
           END-IF
           .

      *----------------------------------------------------------------*
      *                      SCAN-CODE-HISTORY
      *----------------------------------------------------------------*
      * Browses the keyed code's rows, oldest first: whether the
      * code is on file (and its description), and the value in
      * force on the new effective date -- the latest approved
      * row on or before it, the same rule CSBRPLKP applies.
       SCAN-CODE-HISTORY.
           MOVE 'N'        TO WS-CODE-ON-FILE
           MOVE SPACES     TO WS-FILE-DESC
           MOVE ZERO       TO WS-PRIOR-VALUE-N
           MOVE 'N'        TO WS-BROWSE-DONE
           MOVE WS-NEW-CODE TO WS-BROWSE-CODE
           MOVE LOW-VALUES TO WS-BROWSE-DATE
           EXEC CICS STARTBR
                DATASET   (WS-BIZRULE-FILE)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-HISTORY
                   UNTIL WS-BROWSE-DONE = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-BIZRULE-FILE)
               END-EXEC
           END-IF
           .

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-HISTORY
      *----------------------------------------------------------------*
       SCAN-NEXT-HISTORY.
           EXEC CICS READNEXT
                DATASET   (WS-BIZRULE-FILE)
                INTO      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND BRP-CODE = WS-NEW-CODE
               IF WS-CODE-ON-FILE = 'N'
                   MOVE 'Y'      TO WS-CODE-ON-FILE
                   MOVE BRP-DESC TO WS-FILE-DESC
               END-IF
               IF BRP-STATUS-APPROVED
                  AND BRP-EFF-DATE NOT > WS-NEW-EFF-X
                   MOVE BRP-VALUE TO WS-PRIOR-VALUE-N
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      ADD-PENDING-RULE
      *----------------------------------------------------------------*
      * Writes the keyed rule as pending. The same code and date
      * already on file is refused unless that row was
      * rejected, in which case the maker's re-key replaces it.
       ADD-PENDING-RULE.
           PERFORM BUILD-PENDING-ROW
           EXEC CICS WRITE
                DATASET   (WS-BIZRULE-FILE)
                FROM      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RIDFLD    (BRP-KEY)
                KEYLENGTH (LENGTH OF BRP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   PERFORM REKEY-REJECTED-RULE
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add business rule...' TO
                        WS-MESSAGE
                   PERFORM SEND-BRP-SCREEN
           END-EVALUATE

           PERFORM STAMP-UPDATE-TIME
           MOVE 'ENTERED'  TO WS-AUD-VERB
           PERFORM WRITE-AUDIT-RECORD
           MOVE SPACES     TO WS-MESSAGE
           STRING 'Rule '                DELIMITED BY SIZE
                  BRP-CODE               DELIMITED BY SPACE
                  ' '                    DELIMITED BY SIZE
                  BRP-EFF-DATE           DELIMITED BY SIZE
                  ' entered - awaiting approval...'
                                         DELIMITED BY SIZE
             INTO WS-MESSAGE
           MOVE DFHGREEN   TO ERRMSGC OF COBRP0AO
           MOVE WS-NEW-CODE TO STARTCDI OF COBRP0AI
           PERFORM CLEAR-NEW-RULE-FIELDS
           .

      *----------------------------------------------------------------*
      *                      BUILD-PENDING-ROW
      *----------------------------------------------------------------*
       BUILD-PENDING-ROW.
           INITIALIZE BIZ-RULE-RECORD
           MOVE WS-NEW-CODE           TO BRP-CODE
           MOVE WS-NEW-EFF-X          TO BRP-EFF-DATE
           MOVE WS-NEW-DESC           TO BRP-DESC
           MOVE WS-NEW-VALUE-N        TO BRP-VALUE
           SET BRP-STATUS-PENDING     TO TRUE
           MOVE CDEMO-USER-ID         TO BRP-MAKER-USR-ID
           MOVE WS-TODAY-X            TO BRP-MAKER-DATE
           MOVE SPACES                TO BRP-CHECKER-USR-ID
                                         BRP-CHECKER-DATE
           MOVE WS-PRIOR-VALUE-N      TO BRP-PRIOR-VALUE
           .

      *----------------------------------------------------------------*
      *                      REKEY-REJECTED-RULE
      *----------------------------------------------------------------*
      * The code and date are taken: only a rejected row may be
      * replaced by a fresh pending entry.
       REKEY-REJECTED-RULE.
           EXEC CICS READ
                DATASET   (WS-BIZRULE-FILE)
                INTO      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RIDFLD    (BRP-KEY)
                KEYLENGTH (LENGTH OF BRP-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lock business rule...' TO WS-MESSAGE
               PERFORM SEND-BRP-SCREEN
           END-IF
           IF NOT BRP-STATUS-REJECTED
               EXEC CICS UNLOCK
                    DATASET   (WS-BIZRULE-FILE)
               END-EXEC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Rule already entered for that code and date...'
                 TO WS-MESSAGE
               MOVE -1      TO NEFFL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF
           PERFORM BUILD-PENDING-ROW
           EXEC CICS REWRITE
                DATASET   (WS-BIZRULE-FILE)
                FROM      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update business rule...' TO
                    WS-MESSAGE
               PERFORM SEND-BRP-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                  CLEAR-NEW-RULE-FIELDS
      *----------------------------------------------------------------*
       CLEAR-NEW-RULE-FIELDS.
           MOVE SPACES TO NCODEI OF COBRP0AI
                          NEFFI  OF COBRP0AI
                          NVALI  OF COBRP0AI
                          NDESCI OF COBRP0AI
           .

      *----------------------------------------------------------------*
      *                      BUILD-RULE-LIST
      *----------------------------------------------------------------*
      * Browses BIZRULE from the start code for ten rows, every
      * status, remembering each row's key for PF5/PF7.
       BUILD-RULE-LIST.
           PERFORM CLEAR-RULE-ROW
               VARYING WS-PAGE-ROW-CNT FROM 1 BY 1
               UNTIL WS-PAGE-ROW-CNT > WS-MAX-ROWS
           MOVE ZERO TO WS-PAGE-ROW-CNT
           MOVE 'N'  TO WS-BROWSE-DONE
           MOVE SPACES TO WS-ROW-KEYS
           IF STARTCDI OF COBRP0AI = SPACES OR LOW-VALUES
               MOVE LOW-VALUES TO WS-BROWSE-CODE
           ELSE
               MOVE STARTCDI OF COBRP0AI TO WS-BROWSE-CODE
               INSPECT WS-BROWSE-CODE
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF
           MOVE LOW-VALUES TO WS-BROWSE-DATE
           EXEC CICS STARTBR
                DATASET   (WS-BIZRULE-FILE)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-OPEN
           ELSE
               MOVE 'N' TO WS-BROWSE-OPEN
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           PERFORM SCAN-NEXT-RULE
               UNTIL WS-BROWSE-DONE = 'Y'
                  OR WS-PAGE-ROW-CNT >= WS-MAX-ROWS
           IF WS-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-BIZRULE-FILE)
               END-EXEC
           END-IF

           IF WS-PAGE-ROW-CNT = ZERO
               AND WS-MESSAGE = SPACES
               MOVE 'No business rules on file from that code...' TO
                    WS-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      CLEAR-RULE-ROW
      *----------------------------------------------------------------*
       CLEAR-RULE-ROW.
           MOVE SPACES TO RCOD01I OF COBRP0AI(WS-PAGE-ROW-CNT)
                          REFF01I OF COBRP0AI(WS-PAGE-ROW-CNT)
                          RVAL01I OF COBRP0AI(WS-PAGE-ROW-CNT)
                          RSTS01I OF COBRP0AI(WS-PAGE-ROW-CNT)
                          RMKR01I OF COBRP0AI(WS-PAGE-ROW-CNT)
                          RCHK01I OF COBRP0AI(WS-PAGE-ROW-CNT)
                          RDSC01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           .

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-RULE
      *----------------------------------------------------------------*
       SCAN-NEXT-RULE.
           EXEC CICS READNEXT
                DATASET   (WS-BIZRULE-FILE)
                INTO      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM MOVE-RULE-TO-ROW
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      MOVE-RULE-TO-ROW
      *----------------------------------------------------------------*
       MOVE-RULE-TO-ROW.
           ADD 1 TO WS-PAGE-ROW-CNT
           MOVE BRP-KEY TO
                WS-ROW-BRP-KEY(WS-PAGE-ROW-CNT)
           MOVE BRP-CODE TO
                RCOD01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           MOVE BRP-EFF-DATE TO
                REFF01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           MOVE BRP-VALUE TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO
                RVAL01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           EVALUATE TRUE
               WHEN BRP-STATUS-APPROVED
                   MOVE 'APPROVED' TO WS-STATUS-DESC
               WHEN BRP-STATUS-REJECTED
                   MOVE 'REJECTED' TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE 'PENDING'  TO WS-STATUS-DESC
           END-EVALUATE
           MOVE WS-STATUS-DESC TO
                RSTS01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           MOVE BRP-MAKER-USR-ID TO
                RMKR01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           MOVE BRP-CHECKER-USR-ID TO
                RCHK01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           MOVE BRP-DESC TO
                RDSC01I OF COBRP0AI(WS-PAGE-ROW-CNT)
           .

      *----------------------------------------------------------------*
      *                      APPROVE-SELECTED-ROW
      *----------------------------------------------------------------*
      * PF5: puts the pending rule on the keyed row number in
      * force from its effective date. A date already passed
      * would rewrite history the batch runs have used, so
      * the maker must re-key it for a current date instead.
       APPROVE-SELECTED-ROW.
           PERFORM READ-SELECTED-RULE
           IF BRP-EFF-DATE < WS-TODAY-X
               EXEC CICS UNLOCK
                    DATASET   (WS-BIZRULE-FILE)
               END-EXEC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Effective date has passed - reject and re-key...'
                 TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF
           SET BRP-STATUS-APPROVED TO TRUE
           MOVE 'APPROVED' TO WS-AUD-VERB
           PERFORM REWRITE-SELECTED-RULE
           MOVE 'Rule approved - in force from its effective date...'
             TO WS-MESSAGE
           .

      *----------------------------------------------------------------*
      *                      REJECT-SELECTED-ROW
      *----------------------------------------------------------------*
      * PF7: rejects the pending rule on the keyed row number;
      * it stays on file for the audit trail and is never used.
       REJECT-SELECTED-ROW.
           PERFORM READ-SELECTED-RULE
           SET BRP-STATUS-REJECTED TO TRUE
           MOVE 'REJECTED' TO WS-AUD-VERB
           PERFORM REWRITE-SELECTED-RULE
           MOVE 'Rule rejected - not used...' TO WS-MESSAGE
           .

      *----------------------------------------------------------------*
      *                      READ-SELECTED-RULE
      *----------------------------------------------------------------*
      * Resolves the keyed row number to its rule and reads it
      * for update. Only a pending rule awaits a decision, and
      * the checker must be a second admin, never its maker.
       READ-SELECTED-RULE.
           PERFORM SET-TODAY
           IF DELSELI OF COBRP0AI = SPACES OR LOW-VALUES
              OR DELSELI OF COBRP0AI IS NOT NUMERIC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Key the row number of the rule...' TO
                    WS-MESSAGE
               MOVE -1  TO DELSELL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF
      * The list the row number refers to must be rebuilt -- the
      * row keys do not survive between tasks
           PERFORM BUILD-RULE-LIST
           COMPUTE WS-DEL-ROW-N =
               FUNCTION NUMVAL(DELSELI OF COBRP0AI)
           IF WS-DEL-ROW-N < 1 OR WS-DEL-ROW-N > WS-PAGE-ROW-CNT
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Row number is not on the list...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF

           MOVE WS-ROW-BRP-KEY(WS-DEL-ROW-N) TO BRP-KEY
           EXEC CICS READ
                DATASET   (WS-BIZRULE-FILE)
                INTO      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RIDFLD    (BRP-KEY)
                KEYLENGTH (LENGTH OF BRP-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to lock business rule...' TO WS-MESSAGE
               PERFORM SEND-BRP-SCREEN
           END-IF
           IF NOT BRP-STATUS-PENDING
               EXEC CICS UNLOCK
                    DATASET   (WS-BIZRULE-FILE)
               END-EXEC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Rule is not awaiting approval...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF
           IF BRP-MAKER-USR-ID = CDEMO-USER-ID
               EXEC CICS UNLOCK
                    DATASET   (WS-BIZRULE-FILE)
               END-EXEC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'A second admin must decide a rule you entered...'
                 TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COBRP0AI
               PERFORM SEND-BRP-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                    REWRITE-SELECTED-RULE
      *----------------------------------------------------------------*
      * Records the decision, the checker and the date on the
      * rule, then audits it.
       REWRITE-SELECTED-RULE.
           PERFORM STAMP-UPDATE-TIME
           MOVE CDEMO-USER-ID       TO BRP-CHECKER-USR-ID
           MOVE WS-TODAY-X          TO BRP-CHECKER-DATE
           EXEC CICS REWRITE
                DATASET   (WS-BIZRULE-FILE)
                FROM      (BIZ-RULE-RECORD)
                LENGTH    (LENGTH OF BIZ-RULE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM WRITE-AUDIT-RECORD
               MOVE SPACES TO DELSELI OF COBRP0AI
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to update business rule...' TO
                    WS-MESSAGE
               PERFORM SEND-BRP-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      STAMP-UPDATE-TIME
      *----------------------------------------------------------------*
       STAMP-UPDATE-TIME.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO WS-UPD-TS(1:8)
           MOVE WS-CURTIME-HOURS      TO WS-UPD-TS(9:2)
           MOVE WS-CURTIME-MINUTE     TO WS-UPD-TS(11:2)
           MOVE WS-CURTIME-SECOND     TO WS-UPD-TS(13:2)
           .

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'i' (business rule) record to the AUDITLOG
      * VSAM naming the rule code, its effective date, the
      * action, the value and the value it replaces, using the
      * same browse-to-end ID generation every other audit
      * writer uses.
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
           SET AUD-ACTION-BIZ-RULE TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE BRP-VALUE         TO WS-VALUE-EDIT
           MOVE BRP-PRIOR-VALUE   TO WS-PRIOR-EDIT
           STRING 'RULE '             DELIMITED BY SIZE
                  BRP-CODE            DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  BRP-EFF-DATE        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' VALUE '           DELIMITED BY SIZE
                  WS-VALUE-EDIT       DELIMITED BY SIZE
                  ' WAS '             DELIMITED BY SIZE
                  WS-PRIOR-EDIT       DELIMITED BY SIZE
             INTO AUD-DESC

           EXEC CICS WRITE
                DATASET   (WS-AUDITLOG-FILE)
                FROM      (AUDIT-RECORD)
                LENGTH    (LENGTH OF AUDIT-RECORD)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           .

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
      *                      SEND-BRP-SCREEN
      *----------------------------------------------------------------*
       SEND-BRP-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COBRP0AO

           EXEC CICS SEND
                     MAP('COBRP0A')
                     MAPSET('COBRP00')
                     FROM(COBRP0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-BRP-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-BRP-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COBRP0A')
                     MAPSET('COBRP00')
                     INTO(COBRP0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COBRP0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COBRP0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COBRP0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COBRP0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COBRP0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COBRP0AO
           .
