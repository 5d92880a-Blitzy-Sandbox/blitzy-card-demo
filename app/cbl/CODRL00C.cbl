      ******************************************************************
      * Program     : CODRL00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Credit decision rules maintenance - the score
      *               bands, debt-to-income cutoffs and limit
      *               bands each product is underwritten by.
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
      * Program:     CODRL00C
      * Transaction: CDRL
      * BMS Map:     CODRL00 / CODRL0A
      * Function:    Credit decision rules maintenance (admin).
      *              Credit risk enters a product (account group
      *              ID) and sees its bureau score bands (DECRULE
      *              KSDS, CVCAP02Y.cpy) lowest score first.
      *              Keying a band -- low and high score, the
      *              band decision (A approve, R refer, D
      *              decline), the debt-to-income cutoff, the
      *              minimum and maximum limit and the income
      *              multiple -- and pressing Enter adds the band,
      *              or replaces the band with the same low score.
      *              A band may not overlap another band of the
      *              product. PF7 with a row number keyed in the
      *              DELSEL field deletes the band. COONB00C
      *              decides every credit application against
      *              these bands, so each change writes an 'e'
      *              AUDITLOG record.
      * Files:       DECRULE (STARTBR, READNEXT, ENDBR, WRITE,
      *                       READ UPDATE, REWRITE, DELETE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or admin menu.
      *              Admin users only.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODRL00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'CODRL00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CDRL'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-DECRULE-FILE            PIC X(08) VALUE 'DECRULE '.
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
         05 WS-PRODUCT-ID              PIC X(10) VALUE SPACES.
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-BROWSE-OPEN             PIC X(01) VALUE 'N'.
         05 WS-DEL-ROW-N               PIC 9(02) VALUE ZERO.
      * The keys of the rows on screen, so a PF7 delete by row
      * number resolves back to the exact band record
         05 WS-ROW-KEYS.
           10 WS-ROW-DRL-KEY           PIC X(13) OCCURS 10 TIMES.
      * The keyed band, converted from the screen
         05 WS-NEW-LOW-N               PIC 9(03) VALUE ZERO.
         05 WS-NEW-HIGH-N              PIC 9(03) VALUE ZERO.
         05 WS-NEW-DTI-N               PIC 9(03)V9 VALUE ZERO.
         05 WS-NEW-MIN-N               PIC 9(07)V99 VALUE ZERO.
         05 WS-NEW-MAX-N               PIC 9(07)V99 VALUE ZERO.
         05 WS-NEW-INC-N               PIC 9(03)V99 VALUE ZERO.
      * Overlap scan of the product's other bands
         05 WS-OVERLAP-FLG             PIC X(01) VALUE 'N'.
           88 BAND-OVERLAPS                      VALUE 'Y'.
           88 BAND-NO-OVERLAP                    VALUE 'N'.
      * Display editing of the listed bands
         05 WS-DTI-EDIT                PIC ZZ9.9.
         05 WS-LIMIT-EDIT              PIC ZZZZZZ9.99.
         05 WS-PCT-EDIT                PIC ZZ9.99.
      * Audit trail work
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the decision rules screen
       COPY CODRL00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 80-byte credit decision rule record
       COPY CVCAP02Y.
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
      * Main entry point. Admin-only function. AID dispatch:
      * Enter=add/list, PF3=back, PF7=delete selected row.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF CODRL0AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               PERFORM CHECK-SESSION-IDLE
                  THRU CHECK-SESSION-IDLE-EXIT
      * The underwriting policy is credit risk's to set --
      * admins only
               IF NOT CDEMO-USRTYP-ADMIN
                   MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO CODRL0AO
                   MOVE -1       TO PRODIDL OF CODRL0AI
                   PERFORM SEND-RULES-SCREEN
               ELSE
                   PERFORM RECEIVE-RULES-SCREEN
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
                       WHEN DFHPF7
                           PERFORM DELETE-SELECTED-ROW
                           PERFORM BUILD-BAND-LIST
                           PERFORM SEND-RULES-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-RULES-SCREEN
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
      * Enter validates the product and, when a band low score
      * was keyed, adds or replaces that band before repainting
      * the product's list.
       PROCESS-ENTER-KEY.
           PERFORM VALIDATE-PRODUCT-ID
           IF NLOWI OF CODRL0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-NEW-BAND
                  THRU VALIDATE-NEW-BAND-EXIT
               PERFORM CHECK-BAND-OVERLAP
               PERFORM ADD-DECISION-BAND
           END-IF
           PERFORM BUILD-BAND-LIST
           PERFORM SEND-RULES-SCREEN
           .

      *----------------------------------------------------------------*
      *                      VALIDATE-PRODUCT-ID
      *----------------------------------------------------------------*
       VALIDATE-PRODUCT-ID.
           IF PRODIDI OF CODRL0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Enter a product (account group ID)...' TO
                    WS-MESSAGE
               MOVE -1      TO PRODIDL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF
           MOVE PRODIDI OF CODRL0AI TO WS-PRODUCT-ID
           .

      *----------------------------------------------------------------*
      *                      VALIDATE-NEW-BAND
      *----------------------------------------------------------------*
      * Band edits: scores three digits in the bureau range, low
      * not above high; a known band decision. An approve or
      * refer band needs its cutoffs -- debt-to-income 999.9,
      * limits 9999999.99 with the minimum not above the
      * maximum, income multiple 999.99. A decline band's
      * cutoffs are never used and may be left blank.
       VALIDATE-NEW-BAND.
           IF NLOWI OF CODRL0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Low score must be 3 digits...' TO WS-MESSAGE
               MOVE -1      TO NLOWL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF
           IF NHIGHI OF CODRL0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'High score must be 3 digits...' TO WS-MESSAGE
               MOVE -1      TO NHIGHL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF
           MOVE NLOWI OF CODRL0AI  TO WS-NEW-LOW-N
           MOVE NHIGHI OF CODRL0AI TO WS-NEW-HIGH-N
           IF WS-NEW-LOW-N < 300 OR WS-NEW-HIGH-N > 850
              OR WS-NEW-LOW-N > WS-NEW-HIGH-N
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Scores must run low to high, 300 through 850...'
                    TO WS-MESSAGE
               MOVE -1      TO NLOWL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF

           MOVE NDECI OF CODRL0AI TO DRL-DECISION
           INSPECT DRL-DECISION
               CONVERTING 'ard' TO 'ARD'
           IF NOT DRL-BAND-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Decision must be A, R or D...' TO WS-MESSAGE
               MOVE -1      TO NDECL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF

           MOVE ZERO TO WS-NEW-DTI-N
                        WS-NEW-MIN-N
                        WS-NEW-MAX-N
                        WS-NEW-INC-N
           IF DRL-BAND-DECLINE
               GO TO VALIDATE-NEW-BAND-EXIT
           END-IF

           EVALUATE TRUE
               WHEN NDTII OF CODRL0AI(1:3) IS NOT NUMERIC
               WHEN NDTII OF CODRL0AI(4:1) NOT = '.'
               WHEN NDTII OF CODRL0AI(5:1) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Max DTI should be format 999.9' TO WS-MESSAGE
                   MOVE -1      TO NDTIL OF CODRL0AI
                   PERFORM SEND-RULES-SCREEN
               WHEN OTHER
                   COMPUTE WS-NEW-DTI-N =
                       FUNCTION NUMVAL(NDTII OF CODRL0AI)
           END-EVALUATE
           IF WS-NEW-DTI-N = ZERO OR WS-NEW-DTI-N > 100
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Max DTI must be above 0 and at most 100...' TO
                    WS-MESSAGE
               MOVE -1      TO NDTIL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF

           EVALUATE TRUE
               WHEN NMINI OF CODRL0AI(1:7) IS NOT NUMERIC
               WHEN NMINI OF CODRL0AI(8:1) NOT = '.'
               WHEN NMINI OF CODRL0AI(9:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Min limit should be format 9999999.99' TO
                        WS-MESSAGE
                   MOVE -1      TO NMINL OF CODRL0AI
                   PERFORM SEND-RULES-SCREEN
               WHEN OTHER
                   COMPUTE WS-NEW-MIN-N =
                       FUNCTION NUMVAL(NMINI OF CODRL0AI)
           END-EVALUATE
           EVALUATE TRUE
               WHEN NMAXI OF CODRL0AI(1:7) IS NOT NUMERIC
               WHEN NMAXI OF CODRL0AI(8:1) NOT = '.'
               WHEN NMAXI OF CODRL0AI(9:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Max limit should be format 9999999.99' TO
                        WS-MESSAGE
                   MOVE -1      TO NMAXL OF CODRL0AI
                   PERFORM SEND-RULES-SCREEN
               WHEN OTHER
                   COMPUTE WS-NEW-MAX-N =
                       FUNCTION NUMVAL(NMAXI OF CODRL0AI)
           END-EVALUATE
           IF WS-NEW-MAX-N = ZERO OR WS-NEW-MIN-N > WS-NEW-MAX-N
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Max limit must be above 0 and not below min...'
                    TO WS-MESSAGE
               MOVE -1      TO NMAXL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF

           EVALUATE TRUE
               WHEN NINCI OF CODRL0AI(1:3) IS NOT NUMERIC
               WHEN NINCI OF CODRL0AI(4:1) NOT = '.'
               WHEN NINCI OF CODRL0AI(5:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Income multiple should be format 999.99' TO
                        WS-MESSAGE
                   MOVE -1      TO NINCL OF CODRL0AI
                   PERFORM SEND-RULES-SCREEN
               WHEN OTHER
                   COMPUTE WS-NEW-INC-N =
                       FUNCTION NUMVAL(NINCI OF CODRL0AI)
           END-EVALUATE
           IF WS-NEW-INC-N = ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Income multiple must be greater than zero...' TO
                    WS-MESSAGE
               MOVE -1      TO NINCL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF
           .
       VALIDATE-NEW-BAND-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      *                      CHECK-BAND-OVERLAP
      *----------------------------------------------------------------*
      * Browses the product's bands for one that shares a score
      * with the keyed band. The band with the same low score
      * is the one being replaced and does not count.
       CHECK-BAND-OVERLAP.
           SET BAND-NO-OVERLAP TO TRUE
           MOVE 'N'  TO WS-BROWSE-DONE
           MOVE WS-PRODUCT-ID TO DRL-PRODUCT-ID
           MOVE ZERO          TO DRL-SCORE-LOW
           EXEC CICS STARTBR
                DATASET   (WS-DECRULE-FILE)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
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
           PERFORM SCAN-NEXT-OVERLAP
               UNTIL WS-BROWSE-DONE = 'Y'
           IF WS-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-DECRULE-FILE)
               END-EXEC
           END-IF

           IF BAND-OVERLAPS
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE SPACES  TO WS-MESSAGE
               STRING 'Band overlaps the '    DELIMITED BY SIZE
                      DRL-SCORE-LOW           DELIMITED BY SIZE
                      '-'                     DELIMITED BY SIZE
                      DRL-SCORE-HIGH          DELIMITED BY SIZE
                      ' band...'              DELIMITED BY SIZE
                 INTO WS-MESSAGE
               MOVE -1      TO NLOWL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-OVERLAP
      *----------------------------------------------------------------*
       SCAN-NEXT-OVERLAP.
           EXEC CICS READNEXT
                DATASET   (WS-DECRULE-FILE)
                INTO      (DECISION-RULE-RECORD)
                LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF DRL-PRODUCT-ID NOT = WS-PRODUCT-ID
               OR DRL-SCORE-LOW > WS-NEW-HIGH-N
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF DRL-SCORE-LOW NOT = WS-NEW-LOW-N
                   AND DRL-SCORE-HIGH NOT < WS-NEW-LOW-N
                       SET BAND-OVERLAPS TO TRUE
                       MOVE 'Y' TO WS-BROWSE-DONE
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      ADD-DECISION-BAND
      *----------------------------------------------------------------*
      * Writes (or replaces) one band: product + low score and
      * the keyed cutoffs, stamped with the user and time.
       ADD-DECISION-BAND.
           PERFORM STAMP-UPDATE-TIME
           INITIALIZE DECISION-RULE-RECORD
           MOVE WS-PRODUCT-ID        TO DRL-PRODUCT-ID
           MOVE WS-NEW-LOW-N         TO DRL-SCORE-LOW
           PERFORM MOVE-NEW-BAND-FIELDS

           EXEC CICS WRITE
                DATASET   (WS-DECRULE-FILE)
                FROM      (DECISION-RULE-RECORD)
                LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'ADDED'    TO WS-AUD-VERB
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE 'Score band added...' TO WS-MESSAGE
                   PERFORM CLEAR-NEW-BAND-FIELDS
               WHEN DFHRESP(DUPREC)
      * The band already has a row: read it for update and
      * replace it with the keyed values
                   EXEC CICS READ
                        DATASET   (WS-DECRULE-FILE)
                        INTO      (DECISION-RULE-RECORD)
                        LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                        RIDFLD    (DRL-KEY)
                        KEYLENGTH (LENGTH OF DRL-KEY)
                        UPDATE
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       PERFORM MOVE-NEW-BAND-FIELDS
                       EXEC CICS REWRITE
                            DATASET   (WS-DECRULE-FILE)
                            FROM      (DECISION-RULE-RECORD)
                            LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                            RESP      (WS-RESP-CD)
                            RESP2     (WS-REAS-CD)
                       END-EXEC
                   END-IF
                   IF WS-RESP-CD = DFHRESP(NORMAL)
                       MOVE 'REPLACED' TO WS-AUD-VERB
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE 'Score band replaced...' TO WS-MESSAGE
                       PERFORM CLEAR-NEW-BAND-FIELDS
                   ELSE
                       MOVE 'Y' TO WS-ERR-FLG
                       MOVE 'Unable to replace score band...' TO
                            WS-MESSAGE
                       PERFORM SEND-RULES-SCREEN
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-ERR-FLG
                   MOVE 'Unable to add score band...' TO WS-MESSAGE
                   PERFORM SEND-RULES-SCREEN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *                      MOVE-NEW-BAND-FIELDS
      *----------------------------------------------------------------*
       MOVE-NEW-BAND-FIELDS.
           MOVE WS-NEW-HIGH-N        TO DRL-SCORE-HIGH
           MOVE NDECI OF CODRL0AI    TO DRL-DECISION
           INSPECT DRL-DECISION
               CONVERTING 'ard' TO 'ARD'
           MOVE WS-NEW-DTI-N         TO DRL-MAX-DTI-PCT
           MOVE WS-NEW-MIN-N         TO DRL-MIN-LIMIT
           MOVE WS-NEW-MAX-N         TO DRL-MAX-LIMIT
           MOVE WS-NEW-INC-N         TO DRL-INCOME-LIMIT-PCT
           MOVE WS-UPD-TS            TO DRL-LAST-UPD-TS
           MOVE CDEMO-USER-ID        TO DRL-LAST-UPD-USR-ID
           .

      *----------------------------------------------------------------*
      *                      CLEAR-NEW-BAND-FIELDS
      *----------------------------------------------------------------*
       CLEAR-NEW-BAND-FIELDS.
           MOVE SPACES TO NLOWI  OF CODRL0AI
                          NHIGHI OF CODRL0AI
                          NDECI  OF CODRL0AI
                          NDTII  OF CODRL0AI
                          NMINI  OF CODRL0AI
                          NMAXI  OF CODRL0AI
                          NINCI  OF CODRL0AI
           .

      *----------------------------------------------------------------*
      *                      BUILD-BAND-LIST
      *----------------------------------------------------------------*
      * Paints up to ten of the product's bands lowest score
      * first, remembering each row's key for the PF7 delete.
       BUILD-BAND-LIST.
           IF WS-PRODUCT-ID = SPACES
               PERFORM VALIDATE-PRODUCT-ID
           END-IF
           MOVE ZERO TO WS-PAGE-ROW-CNT
           MOVE 'N'  TO WS-BROWSE-DONE
           MOVE SPACES TO WS-ROW-KEYS
           MOVE WS-PRODUCT-ID TO DRL-PRODUCT-ID
           MOVE ZERO          TO DRL-SCORE-LOW
           EXEC CICS STARTBR
                DATASET   (WS-DECRULE-FILE)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
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
           PERFORM SCAN-NEXT-BAND
               UNTIL WS-BROWSE-DONE = 'Y'
                  OR WS-PAGE-ROW-CNT >= WS-MAX-ROWS
           IF WS-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-DECRULE-FILE)
               END-EXEC
           END-IF

           IF WS-PAGE-ROW-CNT = ZERO
               AND WS-MESSAGE = SPACES
               MOVE 'No score bands on file - every application errs'
                    TO WS-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-BAND
      *----------------------------------------------------------------*
       SCAN-NEXT-BAND.
           EXEC CICS READNEXT
                DATASET   (WS-DECRULE-FILE)
                INTO      (DECISION-RULE-RECORD)
                LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               IF DRL-PRODUCT-ID NOT = WS-PRODUCT-ID
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   ADD 1 TO WS-PAGE-ROW-CNT
                   MOVE DRL-KEY TO
                        WS-ROW-DRL-KEY(WS-PAGE-ROW-CNT)
                   MOVE DRL-SCORE-LOW TO
                        BLOW01I OF CODRL0AI(WS-PAGE-ROW-CNT)
                   MOVE DRL-SCORE-HIGH TO
                        BHIGH01I OF CODRL0AI(WS-PAGE-ROW-CNT)
                   MOVE DRL-DECISION TO
                        BDEC01I OF CODRL0AI(WS-PAGE-ROW-CNT)
                   MOVE DRL-MAX-DTI-PCT TO WS-DTI-EDIT
                   MOVE WS-DTI-EDIT TO
                        BDTI01I OF CODRL0AI(WS-PAGE-ROW-CNT)
                   MOVE DRL-MIN-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO
                        BMIN01I OF CODRL0AI(WS-PAGE-ROW-CNT)
                   MOVE DRL-MAX-LIMIT TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO
                        BMAX01I OF CODRL0AI(WS-PAGE-ROW-CNT)
                   MOVE DRL-INCOME-LIMIT-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO
                        BINC01I OF CODRL0AI(WS-PAGE-ROW-CNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      DELETE-SELECTED-ROW
      *----------------------------------------------------------------*
      * PF7: deletes the band on the keyed row number.
       DELETE-SELECTED-ROW.
           PERFORM VALIDATE-PRODUCT-ID
           IF DELSELI OF CODRL0AI = SPACES OR LOW-VALUES
              OR DELSELI OF CODRL0AI IS NOT NUMERIC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Key the row number to delete...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF
      * The list the row number refers to must be rebuilt -- the
      * row keys do not survive between tasks
           PERFORM BUILD-BAND-LIST
           COMPUTE WS-DEL-ROW-N =
               FUNCTION NUMVAL(DELSELI OF CODRL0AI)
           IF WS-DEL-ROW-N < 1 OR WS-DEL-ROW-N > WS-PAGE-ROW-CNT
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Row number is not on the list...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF CODRL0AI
               PERFORM SEND-RULES-SCREEN
           END-IF

           MOVE WS-ROW-DRL-KEY(WS-DEL-ROW-N) TO DRL-KEY
           EXEC CICS READ
                DATASET   (WS-DECRULE-FILE)
                INTO      (DECISION-RULE-RECORD)
                LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS DELETE
                    DATASET   (WS-DECRULE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM STAMP-UPDATE-TIME
               MOVE 'DELETED'  TO WS-AUD-VERB
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'Score band deleted...' TO WS-MESSAGE
               MOVE SPACES TO DELSELI OF CODRL0AI
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to delete score band...' TO WS-MESSAGE
               PERFORM SEND-RULES-SCREEN
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
      * Write one 'e' (credit decision) record to the AUDITLOG
      * VSAM naming the product, the band and its decision,
      * using the same browse-to-end ID generation every other
      * audit writer uses.
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
           SET AUD-ACTION-CREDIT-DECISION TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'DECRULE '          DELIMITED BY SIZE
                  DRL-PRODUCT-ID      DELIMITED BY SPACE
                  ' BAND '            DELIMITED BY SIZE
                  DRL-SCORE-LOW       DELIMITED BY SIZE
                  '-'                 DELIMITED BY SIZE
                  DRL-SCORE-HIGH      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' DECISION '        DELIMITED BY SIZE
                  DRL-DECISION        DELIMITED BY SIZE
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
      *                      SEND-RULES-SCREEN
      *----------------------------------------------------------------*
       SEND-RULES-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF CODRL0AO

           EXEC CICS SEND
                     MAP('CODRL0A')
                     MAPSET('CODRL00')
                     FROM(CODRL0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-RULES-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-RULES-SCREEN.
           EXEC CICS RECEIVE
                     MAP('CODRL0A')
                     MAPSET('CODRL00')
                     INTO(CODRL0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF CODRL0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF CODRL0AO
           MOVE WS-TRANID              TO TRNNAMEO OF CODRL0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF CODRL0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF CODRL0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF CODRL0AO
           .
