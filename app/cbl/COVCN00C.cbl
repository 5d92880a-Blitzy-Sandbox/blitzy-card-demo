      ******************************************************************
      * Program     : COVCN00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Virtual card numbers - list, create and cancel
      *               the one-time and merchant-locked numbers
      *               issued against a card.
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
      * Program:     COVCN00C
      * Transaction: CVCN
      * BMS Map:     COVCN00 / COVCN0A
      * Function:    Virtual card numbers. The operator enters a
      *              card number (pre-filled from CDEMO-CARD-NUM)
      *              and sees the card's active virtual numbers
      *              (VIRTCRD KSDS, CVVCN01Y.cpy, browsed on the
      *              VIRTCPAX path by parent card): number, type,
      *              merchant lock, expiry, spend cap and the
      *              amount posted against it. Used and cancelled
      *              numbers stay on file for the posting and
      *              dispute trail but drop off the list.
      *              Keying a type (O one-time, M merchant-
      *              locked), an optional merchant ID (required
      *              for M), an expiry and a spend cap and
      *              pressing Enter creates a number on the
      *              virtual BIN with a CSLUHNCK check digit. The
      *              parent card must be active, the expiry may
      *              not outrun the card's, and a card holds at
      *              most ten active numbers. PF7 with a row
      *              number keyed in the DELSEL field cancels the
      *              number on that row. CBTRN02C enforces the
      *              type, lock, expiry and cap when the number
      *              is used. Each create and cancel writes an
      *              'f' AUDITLOG record.
      * Files:       VIRTCRD  (STARTBR, READPREV, ENDBR, WRITE,
      *                        READ UPDATE, REWRITE)
      *              VIRTCPAX (STARTBR, READNEXT, ENDBR)
      *              CARDDAT  (READ)
      *              MERCHANT (READ)
      *              BINRANGE (READ)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or main menu.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COVCN00C.
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
         05 WS-PGMNAME                 PIC X(08) VALUE 'COVCN00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CVCN'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-VIRTCRD-FILE            PIC X(08) VALUE 'VIRTCRD '.
         05 WS-VIRTPATH-FILE           PIC X(08) VALUE 'VIRTCPAX'.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-MERCHANT-FILE           PIC X(08) VALUE 'MERCHANT'.
         05 WS-BINRANGE-FILE           PIC X(08) VALUE 'BINRANGE'.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      * Every virtual number is issued on this BIN, which must
      * be an active BINRANGE row for the posting cascade's
      * card-format stage to accept it
         05 WS-VIRTUAL-BIN             PIC X(06) VALUE '400099'.
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
         05 WS-CARD-NUM                PIC X(16) VALUE SPACES.
         05 WS-BROWSE-KEY              PIC X(16) VALUE SPACES.
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
         05 WS-BROWSE-OPEN             PIC X(01) VALUE 'N'.
         05 WS-DEL-ROW-N               PIC 9(02) VALUE ZERO.
      * The virtual numbers on screen, so a PF7 cancel by row
      * number resolves back to the exact record
         05 WS-ROW-KEYS.
           10 WS-ROW-VCN-NUM           PIC X(16) OCCURS 10 TIMES.
      * The keyed number, converted from the screen
         05 WS-NEW-TYPE                PIC X(01) VALUE SPACES.
         05 WS-NEW-MER-N               PIC 9(09) VALUE ZERO.
         05 WS-NEW-EXP-X               PIC X(10) VALUE SPACES.
         05 WS-NEW-CAP-N               PIC 9(07)V99 VALUE ZERO.
         05 WS-NEW-VCN-NUM             PIC X(16) VALUE SPACES.
         05 WS-NEXT-SEQ-N              PIC 9(09) VALUE ZERO.
      * Parameters for the CSLUHNCK check-digit call
         05 WS-LUHN-FUNCTION           PIC X(01) VALUE 'G'.
         05 WS-LUHN-RESULT             PIC X(01) VALUE SPACES.
      * Dates: today and the keyed expiry, as day numbers and
      * as YYYY-MM-DD
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-TODAY-INT               PIC S9(09) COMP VALUE ZERO.
         05 WS-EDIT-DATE-X             PIC X(10) VALUE SPACES.
         05 WS-EDIT-DATE-INT           PIC S9(09) COMP VALUE ZERO.
         05 WS-WORK-DATE-N             PIC 9(08) VALUE ZERO.
      * Display editing of the listed numbers
         05 WS-AMT-EDIT                PIC ZZZZZZ9.99.
         05 WS-STATUS-DESC             PIC X(09) VALUE SPACES.
      * Audit trail work
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.
         05 WS-UPD-TS                  PIC X(14) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the virtual card number screen
       COPY COVCN00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 200-byte virtual card number record
       COPY CVVCN01Y.
      * 150-byte card record (CARD-RECORD)
       COPY CVACT02Y.
      * Merchant master record (MERCHANT-RECORD)
       COPY CVMER01Y.
      * 60-byte issued BIN range record
       COPY CVBIN01Y.
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
      * Main entry point. AID dispatch: Enter=create/list,
      * PF3=back, PF7=cancel selected row.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COVCN0AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               PERFORM CHECK-SESSION-IDLE
                  THRU CHECK-SESSION-IDLE-EXIT
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COVCN0AO
                   MOVE -1       TO CARDNUML OF COVCN0AI
                   IF CDEMO-CARD-NUM NOT = ZEROS
                       MOVE CDEMO-CARD-NUM  TO CARDNUMI OF COVCN0AI
                                               WS-CARD-NUM
                       PERFORM SET-TODAY
                       PERFORM BUILD-VIRTUAL-LIST
                   END-IF
                   PERFORM SEND-VIRTUAL-SCREEN
               ELSE
                   PERFORM RECEIVE-VIRTUAL-SCREEN
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
                       WHEN DFHPF7
                           PERFORM CANCEL-SELECTED-ROW
                           PERFORM BUILD-VIRTUAL-LIST
                           PERFORM SEND-VIRTUAL-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-VIRTUAL-SCREEN
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
      * Enter validates the card and, when a type was keyed,
      * creates a virtual number before repainting the card's
      * list.
       PROCESS-ENTER-KEY.
           PERFORM SET-TODAY
           PERFORM VALIDATE-CARD-NUM
           PERFORM READ-CARD-FILE
           IF NTYPEI OF COVCN0AI NOT = SPACES AND LOW-VALUES
               PERFORM VALIDATE-NEW-VIRTUAL
               PERFORM BUILD-VIRTUAL-LIST
               IF WS-PAGE-ROW-CNT >= WS-MAX-ROWS
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card already has 10 active virtual numbers...'
                     TO WS-MESSAGE
                   MOVE -1      TO NTYPEL OF COVCN0AI
                   PERFORM SEND-VIRTUAL-SCREEN
               END-IF
               PERFORM CHECK-VIRTUAL-BIN
               PERFORM CREATE-VIRTUAL-CARD
           END-IF
           PERFORM BUILD-VIRTUAL-LIST
           PERFORM SEND-VIRTUAL-SCREEN
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
      *                      VALIDATE-CARD-NUM
      *----------------------------------------------------------------*
       VALIDATE-CARD-NUM.
           IF CARDNUMI OF COVCN0AI = SPACES OR LOW-VALUES
              OR CARDNUMI OF COVCN0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card number must be a 16 digit number...' TO
                    WS-MESSAGE
               MOVE -1      TO CARDNUML OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
           MOVE CARDNUMI OF COVCN0AI TO WS-CARD-NUM
           .

      *----------------------------------------------------------------*
      *                      READ-CARD-FILE
      *----------------------------------------------------------------*
       READ-CARD-FILE.
           MOVE WS-CARD-NUM TO CARD-NUM
           EXEC CICS READ
                DATASET   (WS-CARDDAT-FILE)
                INTO      (CARD-RECORD)
                LENGTH    (LENGTH OF CARD-RECORD)
                RIDFLD    (CARD-NUM)
                KEYLENGTH (LENGTH OF CARD-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE CARD-NUM     TO CDEMO-CARD-NUM
                   MOVE CARD-ACCT-ID TO CDEMO-ACCT-ID
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Card number not found...' TO WS-MESSAGE
                   MOVE -1      TO CARDNUML OF COVCN0AI
                   PERFORM SEND-VIRTUAL-SCREEN
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup card...' TO WS-MESSAGE
                   MOVE -1      TO CARDNUML OF COVCN0AI
                   PERFORM SEND-VIRTUAL-SCREEN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *                    VALIDATE-NEW-VIRTUAL
      *----------------------------------------------------------------*
      * A virtual number spends on its parent card, so the card
      * must be live. Type O or M; a merchant lock, required
      * for M, must be a merchant on the master; the expiry
      * must be after today and not after the card's own; the
      * spend cap is 9999999.99 above zero.
       VALIDATE-NEW-VIRTUAL.
           IF CARD-ACTIVE-STATUS NOT = 'Y'
              OR NOT CARD-ACTV-ACTIVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Card is not active - no virtual number issued...'
                 TO WS-MESSAGE
               MOVE -1      TO CARDNUML OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF

           MOVE NTYPEI OF COVCN0AI TO WS-NEW-TYPE
           INSPECT WS-NEW-TYPE
               CONVERTING 'om' TO 'OM'
           MOVE WS-NEW-TYPE TO VCN-TYPE
           IF NOT VCN-TYPE-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Type must be O (one-time) or M (merchant)...'
                 TO WS-MESSAGE
               MOVE -1      TO NTYPEL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF

           MOVE ZERO TO WS-NEW-MER-N
           IF NMERI OF COVCN0AI = SPACES OR LOW-VALUES
               IF VCN-TYPE-MERCHANT
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'A merchant-locked number needs a merchant ID'
                     TO WS-MESSAGE
                   MOVE -1      TO NMERL OF COVCN0AI
                   PERFORM SEND-VIRTUAL-SCREEN
               END-IF
           ELSE
               IF NMERI OF COVCN0AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Merchant ID must be a 9 digit number...' TO
                        WS-MESSAGE
                   MOVE -1      TO NMERL OF COVCN0AI
                   PERFORM SEND-VIRTUAL-SCREEN
               END-IF
               MOVE NMERI OF COVCN0AI TO WS-NEW-MER-N
               PERFORM READ-MERCHANT-FILE
           END-IF

           MOVE NEXPI OF COVCN0AI TO WS-NEW-EXP-X
                                     WS-EDIT-DATE-X
           PERFORM EDIT-DATE
           IF WS-EDIT-DATE-INT NOT > WS-TODAY-INT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Expiry: YYYY-MM-DD after today...' TO WS-MESSAGE
               MOVE -1      TO NEXPL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
           IF WS-NEW-EXP-X > CARD-EXPIRAION-DATE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE SPACES  TO WS-MESSAGE
               STRING 'Expiry may not be after the card''s own '
                                               DELIMITED BY SIZE
                      CARD-EXPIRAION-DATE      DELIMITED BY SIZE
                      '...'                    DELIMITED BY SIZE
                 INTO WS-MESSAGE
               MOVE -1      TO NEXPL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF

           EVALUATE TRUE
               WHEN NCAPI OF COVCN0AI(1:7) IS NOT NUMERIC
               WHEN NCAPI OF COVCN0AI(8:1) NOT = '.'
               WHEN NCAPI OF COVCN0AI(9:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Spend cap should be format 9999999.99' TO
                        WS-MESSAGE
                   MOVE -1      TO NCAPL OF COVCN0AI
                   PERFORM SEND-VIRTUAL-SCREEN
               WHEN OTHER
                   COMPUTE WS-NEW-CAP-N =
                       FUNCTION NUMVAL(NCAPI OF COVCN0AI)
           END-EVALUATE
           IF WS-NEW-CAP-N = ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Spend cap must be greater than zero...' TO
                    WS-MESSAGE
               MOVE -1      TO NCAPL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      READ-MERCHANT-FILE
      *----------------------------------------------------------------*
      * A lock to a merchant the posting cascade would reject
      * anyway is refused here.
       READ-MERCHANT-FILE.
           MOVE WS-NEW-MER-N TO MER-ID
           EXEC CICS READ
                DATASET   (WS-MERCHANT-FILE)
                INTO      (MERCHANT-RECORD)
                LENGTH    (LENGTH OF MERCHANT-RECORD)
                RIDFLD    (MER-ID)
                KEYLENGTH (LENGTH OF MER-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR NOT MER-STATUS-TRADING
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Merchant is not an active merchant on file...' TO
                    WS-MESSAGE
               MOVE -1      TO NMERL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      CHECK-VIRTUAL-BIN
      *----------------------------------------------------------------*
      * A number on a BIN the card-format stage would refuse is
      * never issued.
       CHECK-VIRTUAL-BIN.
           MOVE WS-VIRTUAL-BIN TO BIN-PREFIX
           EXEC CICS READ
                DATASET   (WS-BINRANGE-FILE)
                INTO      (BIN-RANGE-RECORD)
                LENGTH    (LENGTH OF BIN-RANGE-RECORD)
                RIDFLD    (BIN-PREFIX)
                KEYLENGTH (LENGTH OF BIN-PREFIX)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR NOT BIN-STAT-ACTIVE
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Virtual card BIN is not an active BIN range...'
                 TO WS-MESSAGE
               MOVE -1      TO NTYPEL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
           .

      *----------------------------------------------------------------*
      *                      CREATE-VIRTUAL-CARD
      *----------------------------------------------------------------*
      * The next number on the virtual BIN: browse-to-end on
      * VIRTCRD for the last sequence issued, plus one, with a
      * CSLUHNCK-generated check digit. The new number is shown
      * in full once, for the cardholder to take down.
       CREATE-VIRTUAL-CARD.
           PERFORM GET-NEXT-VIRTUAL-SEQ
           MOVE WS-VIRTUAL-BIN        TO WS-NEW-VCN-NUM(1:6)
           MOVE WS-NEXT-SEQ-N         TO WS-NEW-VCN-NUM(7:9)
           MOVE '0'                   TO WS-NEW-VCN-NUM(16:1)
           MOVE 'G'                   TO WS-LUHN-FUNCTION
           CALL 'CSLUHNCK' USING WS-LUHN-FUNCTION
                                 WS-NEW-VCN-NUM
                                 WS-LUHN-RESULT
           IF WS-LUHN-RESULT NOT = 'Y'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to generate virtual card number...' TO
                    WS-MESSAGE
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF

           PERFORM STAMP-UPDATE-TIME
           INITIALIZE VIRTUAL-CARD-RECORD
           MOVE WS-NEW-VCN-NUM        TO VCN-NUM
           MOVE CARD-NUM              TO VCN-CARD-NUM
           MOVE CARD-ACCT-ID          TO VCN-ACCT-ID
           MOVE WS-NEW-TYPE           TO VCN-TYPE
           MOVE WS-NEW-MER-N          TO VCN-MERCHANT-ID
           MOVE WS-NEW-EXP-X          TO VCN-EXPIRY-DATE
           MOVE WS-NEW-CAP-N          TO VCN-SPEND-CAP
           MOVE ZERO                  TO VCN-SPENT-AMT
                                         VCN-USE-COUNT
           SET VCN-STATUS-ACTIVE      TO TRUE
           MOVE WS-TODAY-X            TO VCN-STATUS-DATE
                                         VCN-CREATED-DATE
           MOVE CDEMO-USER-ID         TO VCN-CREATED-USR-ID

           EXEC CICS WRITE
                DATASET   (WS-VIRTCRD-FILE)
                FROM      (VIRTUAL-CARD-RECORD)
                LENGTH    (LENGTH OF VIRTUAL-CARD-RECORD)
                RIDFLD    (VCN-NUM)
                KEYLENGTH (LENGTH OF VCN-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   MOVE 'CREATED'  TO WS-AUD-VERB
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE SPACES     TO WS-MESSAGE
                   STRING 'Virtual number '   DELIMITED BY SIZE
                          VCN-NUM             DELIMITED BY SIZE
                          ' created...'       DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   MOVE DFHGREEN   TO ERRMSGC OF COVCN0AO
                   PERFORM CLEAR-NEW-VIRTUAL-FIELDS
      * Another operator took the same sequence first
               WHEN DFHRESP(DUPREC)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Number taken by another user - press Enter...'
                     TO WS-MESSAGE
                   PERFORM SEND-VIRTUAL-SCREEN
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to add virtual card number...' TO
                        WS-MESSAGE
                   PERFORM SEND-VIRTUAL-SCREEN
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *                    GET-NEXT-VIRTUAL-SEQ
      *----------------------------------------------------------------*
      * Browse-to-end on VIRTCRD for the last number issued.
      * Every number is on the virtual BIN, so its account-
      * number digits (7-15) are the sequence; an empty file
      * starts at one.
       GET-NEXT-VIRTUAL-SEQ.
           MOVE ZERO        TO WS-NEXT-SEQ-N
           MOVE HIGH-VALUES TO VCN-NUM
           EXEC CICS STARTBR
                DATASET   (WS-VIRTCRD-FILE)
                RIDFLD    (VCN-NUM)
                KEYLENGTH (LENGTH OF VCN-NUM)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                    DATASET   (WS-VIRTCRD-FILE)
                    INTO      (VIRTUAL-CARD-RECORD)
                    LENGTH    (LENGTH OF VIRTUAL-CARD-RECORD)
                    RIDFLD    (VCN-NUM)
                    KEYLENGTH (LENGTH OF VCN-NUM)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD = DFHRESP(NORMAL)
                  AND VCN-NUM(1:6) = WS-VIRTUAL-BIN
                  AND VCN-NUM(7:9) IS NUMERIC
                   MOVE VCN-NUM(7:9) TO WS-NEXT-SEQ-N
               END-IF
               EXEC CICS ENDBR
                    DATASET   (WS-VIRTCRD-FILE)
               END-EXEC
           END-IF
           ADD 1 TO WS-NEXT-SEQ-N
           .

      *----------------------------------------------------------------*
      *                  CLEAR-NEW-VIRTUAL-FIELDS
      *----------------------------------------------------------------*
       CLEAR-NEW-VIRTUAL-FIELDS.
           MOVE SPACES TO NTYPEI OF COVCN0AI
                          NMERI  OF COVCN0AI
                          NEXPI  OF COVCN0AI
                          NCAPI  OF COVCN0AI
           .

      *----------------------------------------------------------------*
      *                      BUILD-VIRTUAL-LIST
      *----------------------------------------------------------------*
      * Paints the card's active virtual numbers, browsing the
      * VIRTCPAX path by parent card and remembering each row's
      * number for the PF7 cancel. An active number past its
      * expiry is listed as expired until it is cancelled.
       BUILD-VIRTUAL-LIST.
      * A list rebuilt after a cancel is one row shorter
           PERFORM CLEAR-VIRTUAL-ROW
               VARYING WS-PAGE-ROW-CNT FROM 1 BY 1
               UNTIL WS-PAGE-ROW-CNT > WS-MAX-ROWS
           MOVE ZERO TO WS-PAGE-ROW-CNT
           MOVE 'N'  TO WS-BROWSE-DONE
           MOVE SPACES TO WS-ROW-KEYS
           MOVE WS-CARD-NUM TO WS-BROWSE-KEY
           EXEC CICS STARTBR
                DATASET   (WS-VIRTPATH-FILE)
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
           PERFORM SCAN-NEXT-VIRTUAL
               UNTIL WS-BROWSE-DONE = 'Y'
                  OR WS-PAGE-ROW-CNT >= WS-MAX-ROWS
           IF WS-BROWSE-OPEN = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-VIRTPATH-FILE)
               END-EXEC
           END-IF

           IF WS-PAGE-ROW-CNT = ZERO
               AND WS-MESSAGE = SPACES
               MOVE 'No active virtual numbers on this card...' TO
                    WS-MESSAGE
           END-IF
           .

      *----------------------------------------------------------------*
      *                      CLEAR-VIRTUAL-ROW
      *----------------------------------------------------------------*
       CLEAR-VIRTUAL-ROW.
           MOVE SPACES TO VNUM01I OF COVCN0AI(WS-PAGE-ROW-CNT)
                          VTYP01I OF COVCN0AI(WS-PAGE-ROW-CNT)
                          VMER01I OF COVCN0AI(WS-PAGE-ROW-CNT)
                          VEXP01I OF COVCN0AI(WS-PAGE-ROW-CNT)
                          VCAP01I OF COVCN0AI(WS-PAGE-ROW-CNT)
                          VSPT01I OF COVCN0AI(WS-PAGE-ROW-CNT)
                          VSTS01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           .

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-VIRTUAL
      *----------------------------------------------------------------*
      * One step of the path browse: DUPKEY just says more
      * numbers share the parent card.
       SCAN-NEXT-VIRTUAL.
           EXEC CICS READNEXT
                DATASET   (WS-VIRTPATH-FILE)
                INTO      (VIRTUAL-CARD-RECORD)
                LENGTH    (LENGTH OF VIRTUAL-CARD-RECORD)
                RIDFLD    (WS-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-BROWSE-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF (WS-RESP-CD = DFHRESP(NORMAL)
               OR WS-RESP-CD = DFHRESP(DUPKEY))
              AND VCN-CARD-NUM = WS-CARD-NUM
               IF VCN-STATUS-ACTIVE
                   PERFORM MOVE-VIRTUAL-TO-ROW
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF
           .

      *----------------------------------------------------------------*
      *                     MOVE-VIRTUAL-TO-ROW
      *----------------------------------------------------------------*
       MOVE-VIRTUAL-TO-ROW.
           ADD 1 TO WS-PAGE-ROW-CNT
           MOVE VCN-NUM TO
                WS-ROW-VCN-NUM(WS-PAGE-ROW-CNT)
           MOVE VCN-NUM TO
                VNUM01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           MOVE VCN-TYPE TO
                VTYP01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           IF VCN-MERCHANT-ID = ZERO
               MOVE SPACES TO
                    VMER01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           ELSE
               MOVE VCN-MERCHANT-ID TO
                    VMER01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           END-IF
           MOVE VCN-EXPIRY-DATE TO
                VEXP01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           MOVE VCN-SPEND-CAP TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO
                VCAP01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           MOVE VCN-SPENT-AMT TO WS-AMT-EDIT
           MOVE WS-AMT-EDIT TO
                VSPT01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           IF VCN-EXPIRY-DATE < WS-TODAY-X
               MOVE 'EXPIRED'  TO WS-STATUS-DESC
           ELSE
               MOVE 'ACTIVE'   TO WS-STATUS-DESC
           END-IF
           MOVE WS-STATUS-DESC TO
                VSTS01I OF COVCN0AI(WS-PAGE-ROW-CNT)
           .

      *----------------------------------------------------------------*
      *                      CANCEL-SELECTED-ROW
      *----------------------------------------------------------------*
      * PF7: cancels the virtual number on the keyed row number.
      * The row stays on file, cancelled, for the posting and
      * dispute trail.
       CANCEL-SELECTED-ROW.
           PERFORM SET-TODAY
           PERFORM VALIDATE-CARD-NUM
           IF DELSELI OF COVCN0AI = SPACES OR LOW-VALUES
              OR DELSELI OF COVCN0AI IS NOT NUMERIC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Key the row number to cancel...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
      * The list the row number refers to must be rebuilt -- the
      * row keys do not survive between tasks
           PERFORM BUILD-VIRTUAL-LIST
           COMPUTE WS-DEL-ROW-N =
               FUNCTION NUMVAL(DELSELI OF COVCN0AI)
           IF WS-DEL-ROW-N < 1 OR WS-DEL-ROW-N > WS-PAGE-ROW-CNT
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Row number is not on the list...' TO WS-MESSAGE
               MOVE -1  TO DELSELL OF COVCN0AI
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF

           MOVE WS-ROW-VCN-NUM(WS-DEL-ROW-N) TO VCN-NUM
           EXEC CICS READ
                DATASET   (WS-VIRTCRD-FILE)
                INTO      (VIRTUAL-CARD-RECORD)
                LENGTH    (LENGTH OF VIRTUAL-CARD-RECORD)
                RIDFLD    (VCN-NUM)
                KEYLENGTH (LENGTH OF VCN-NUM)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to lock virtual card number...' TO
                    WS-MESSAGE
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF
      * Posting may have used the number up since the list
      * was painted
           IF NOT VCN-STATUS-ACTIVE
               EXEC CICS UNLOCK
                    DATASET   (WS-VIRTCRD-FILE)
               END-EXEC
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Virtual number is no longer active...' TO
                    WS-MESSAGE
               PERFORM SEND-VIRTUAL-SCREEN
           END-IF

           SET VCN-STATUS-CANCELLED TO TRUE
           MOVE WS-TODAY-X          TO VCN-STATUS-DATE
           MOVE CDEMO-USER-ID       TO VCN-CANCEL-USR-ID
           EXEC CICS REWRITE
                DATASET   (WS-VIRTCRD-FILE)
                FROM      (VIRTUAL-CARD-RECORD)
                LENGTH    (LENGTH OF VIRTUAL-CARD-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM STAMP-UPDATE-TIME
               MOVE 'CANCELLED' TO WS-AUD-VERB
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'Virtual number cancelled...' TO WS-MESSAGE
               MOVE SPACES TO DELSELI OF COVCN0AI
           ELSE
               MOVE 'Y' TO WS-ERR-FLG
               MOVE 'Unable to cancel virtual card number...' TO
                    WS-MESSAGE
               PERFORM SEND-VIRTUAL-SCREEN
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
      * Write one 'f' (virtual card number) record to the
      * AUDITLOG VSAM naming the number, its parent card (last
      * four only), the type and the cap, using the same
      * browse-to-end ID generation every other audit writer
      * uses.
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
           SET AUD-ACTION-VIRTUAL-CARD TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           MOVE VCN-SPEND-CAP     TO WS-AMT-EDIT
           STRING 'VIRTUAL '          DELIMITED BY SIZE
                  VCN-NUM             DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
                  ' CARD ****'        DELIMITED BY SIZE
                  VCN-CARD-NUM(13:4)  DELIMITED BY SIZE
                  ' TYPE '            DELIMITED BY SIZE
                  VCN-TYPE            DELIMITED BY SIZE
                  ' CAP '             DELIMITED BY SIZE
                  WS-AMT-EDIT         DELIMITED BY SIZE
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
      *                      SEND-VIRTUAL-SCREEN
      *----------------------------------------------------------------*
       SEND-VIRTUAL-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COVCN0AO

           EXEC CICS SEND
                     MAP('COVCN0A')
                     MAPSET('COVCN00')
                     FROM(COVCN0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-VIRTUAL-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-VIRTUAL-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COVCN0A')
                     MAPSET('COVCN00')
                     INTO(COVCN0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COVCN0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COVCN0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COVCN0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COVCN0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COVCN0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COVCN0AO
           .
