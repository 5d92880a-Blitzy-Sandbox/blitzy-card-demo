      * Outcomes:    P=Promise to pay, N=No answer, D=Disputed,
      *              A=Payment arrangement, X=Uncollectible
      *              (see CVCOL01Y.cpy level-88s).
      * Promises:    Outcome P takes one to three promised
      *              amounts and dates (YYYY-MM-DD, today or
      *              later), each written as a PROMISE record
      *              (CVPTP01Y.cpy) under the collector's user
      *              ID. The queue record is marked with an open
      *              promise, which holds the account off the
      *              list and the dialer until CBPTP01C settles
      *              it. Any other outcome recorded against a
      *              broken promise clears the broken mark -- the
      *              collector has worked it.
      * Files:       COLLWQ (READ, READ UPDATE, REWRITE)
      *              PROMISE (READ, WRITE)
      * Navigation:  PF3 returns to the work-queue list (COCOL00C).
      *================================================================*
       IDENTIFICATION DIVISION.
         05 WS-TRANID                  PIC X(04) VALUE 'CCL1'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-COLLWQ-FILE             PIC X(08) VALUE 'COLLWQ  '.
         05 WS-PROMISE-FILE            PIC X(08) VALUE 'PROMISE '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
      * YYYYMMDDHHMMSS, same technique COSGN00C uses for
      * SEC-USR-LAST-LOGIN-TS
         05 WS-CONTACT-TS              PIC X(14) VALUE SPACES.
      * --- Promise-to-pay entry: the three amount/date pairs
      *     keyed with outcome P, moved off the map into a table
      *     so each is edited by the same paragraph ---
         05 WS-TODAY-X                 PIC X(10) VALUE SPACES.
         05 WS-PTP-IDX                 PIC S9(04) COMP VALUE ZEROS.
         05 WS-PTP-IDX2                PIC S9(04) COMP VALUE ZEROS.
         05 WS-PTP-COUNT               PIC S9(04) COMP VALUE ZEROS.
         05 WS-PTP-ENTRY OCCURS 3 TIMES.
           10 WS-PTP-AMT-X             PIC X(11).
           10 WS-PTP-DATE-X            PIC X(10).
           10 WS-PTP-AMT-N             PIC S9(09)V99.
           10 WS-PTP-USED              PIC X(01).

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * 90-byte collections work-queue record (COLLECT-WQ-RECORD)
       COPY CVCOL01Y.
      * 100-byte promise-to-pay record (PROMISE-TO-PAY-RECORD)
       COPY CVPTP01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
      *----------------------------------------------------------------*
      *                      PROCESS-ENTER-KEY
      *----------------------------------------------------------------*
      * Validate the outcome code (and, for a promise, the
      * promised amounts and dates), then re-read the queue
      * record WITH UPDATE and REWRITE it carrying the outcome,
      * a fresh timestamp, and the signed-on user. A promise's
      * PROMISE records are written under the same update.
       PROCESS-ENTER-KEY.
           EVALUATE OUTCOMEI OF COCOL1AI
               WHEN 'P'
                   PERFORM SEND-CONTACT-SCREEN
           END-EVALUATE

           IF OUTCOMEI OF COCOL1AI = 'P'
               PERFORM VALIDATE-PROMISES
               IF ERR-FLG-ON
                   PERFORM SEND-CONTACT-SCREEN
               END-IF
           END-IF

           PERFORM READ-COLLWQ-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-CONTACT-SCREEN
           MOVE WS-CONTACT-TS         TO CWQ-LAST-CONTACT-TS
           MOVE CDEMO-USER-ID         TO CWQ-CONTACT-USR-ID

           IF OUTCOMEI OF COCOL1AI = 'P'
               PERFORM WRITE-PROMISE-RECORD
                  VARYING WS-PTP-IDX FROM 1 BY 1
                  UNTIL WS-PTP-IDX > 3
                     OR ERR-FLG-ON
               IF ERR-FLG-ON
                   PERFORM SEND-CONTACT-SCREEN
               END-IF
               SET CWQ-PTP-OPEN       TO TRUE
           ELSE
               IF CWQ-PTP-BROKEN
                   SET CWQ-PTP-NONE   TO TRUE
               END-IF
           END-IF

           PERFORM REWRITE-COLLWQ-FILE
           IF ERR-FLG-ON
               PERFORM SEND-CONTACT-SCREEN

           PERFORM POPULATE-WQ-FIELDS
           MOVE DFHGREEN TO ERRMSGC OF COCOL1AO
           IF OUTCOMEI OF COCOL1AI = 'P'
               MOVE SPACES TO PTPAMT1O OF COCOL1AO
                              PTPDT1O  OF COCOL1AO
                              PTPAMT2O OF COCOL1AO
                              PTPDT2O  OF COCOL1AO
                              PTPAMT3O OF COCOL1AO
                              PTPDT3O  OF COCOL1AO
               MOVE 'Promise to pay recorded...' TO WS-MESSAGE
           ELSE
               MOVE 'Contact outcome recorded...' TO WS-MESSAGE
           END-IF
           PERFORM SEND-CONTACT-SCREEN.

      *----------------------------------------------------------------*
      *                      VALIDATE-PROMISES
      *----------------------------------------------------------------*
      * Moves the three promise pairs off the map and edits each:
      * a pair is used when either half is keyed, and then needs
      * both -- an amount in the 99999999.99 format COBIL00C uses,
      * greater than zero, and a YYYY-MM-DD date no earlier than
      * today, not repeated on the screen and not already promised
      * for this account. At least one pair is required.
       VALIDATE-PROMISES.
           MOVE PTPAMT1I OF COCOL1AI  TO WS-PTP-AMT-X(1)
           MOVE PTPDT1I  OF COCOL1AI  TO WS-PTP-DATE-X(1)
           MOVE PTPAMT2I OF COCOL1AI  TO WS-PTP-AMT-X(2)
           MOVE PTPDT2I  OF COCOL1AI  TO WS-PTP-DATE-X(2)
           MOVE PTPAMT3I OF COCOL1AI  TO WS-PTP-AMT-X(3)
           MOVE PTPDT3I  OF COCOL1AI  TO WS-PTP-DATE-X(3)

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE INTO WS-TODAY-X
           END-STRING

           MOVE ZEROS TO WS-PTP-COUNT
           PERFORM VALIDATE-PROMISE-ENTRY
              THRU VALIDATE-PROMISE-ENTRY-EXIT
              VARYING WS-PTP-IDX FROM 1 BY 1
              UNTIL WS-PTP-IDX > 3
                 OR ERR-FLG-ON

           IF ERR-FLG-OFF
              AND WS-PTP-COUNT = ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Enter the promised amount and date...' TO
                               WS-MESSAGE
               MOVE -1      TO PTPAMT1L OF COCOL1AI
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-PROMISE-ENTRY
      *----------------------------------------------------------------*
      * Edits promise pair WS-PTP-IDX (see VALIDATE-PROMISES).
       VALIDATE-PROMISE-ENTRY.
           MOVE 'N' TO WS-PTP-USED(WS-PTP-IDX)
           IF (WS-PTP-AMT-X(WS-PTP-IDX) = SPACES
                  OR LOW-VALUES)
              AND (WS-PTP-DATE-X(WS-PTP-IDX) = SPACES
                  OR LOW-VALUES)
               GO TO VALIDATE-PROMISE-ENTRY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-PTP-AMT-X(WS-PTP-IDX)(1:8) NOT NUMERIC
               WHEN WS-PTP-AMT-X(WS-PTP-IDX)(9:1) NOT = '.'
               WHEN WS-PTP-AMT-X(WS-PTP-IDX)(10:2) NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Amount should be in format 99999999.99'
                                TO WS-MESSAGE
                   PERFORM SET-PROMISE-AMT-CURSOR
                   GO TO VALIDATE-PROMISE-ENTRY-EXIT
               WHEN OTHER
                   COMPUTE WS-PTP-AMT-N(WS-PTP-IDX) =
                       FUNCTION NUMVAL-C(WS-PTP-AMT-X(WS-PTP-IDX))
           END-EVALUATE
           IF WS-PTP-AMT-N(WS-PTP-IDX) <= ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Promised amount must be greater than zero...'
                            TO WS-MESSAGE
               PERFORM SET-PROMISE-AMT-CURSOR
               GO TO VALIDATE-PROMISE-ENTRY-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-PTP-DATE-X(WS-PTP-IDX)(1:4) NOT NUMERIC
               WHEN WS-PTP-DATE-X(WS-PTP-IDX)(5:1) NOT = '-'
               WHEN WS-PTP-DATE-X(WS-PTP-IDX)(6:2) NOT NUMERIC
               WHEN WS-PTP-DATE-X(WS-PTP-IDX)(8:1) NOT = '-'
               WHEN WS-PTP-DATE-X(WS-PTP-IDX)(9:2) NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Promise dates must be YYYY-MM-DD...' TO
                                   WS-MESSAGE
                   PERFORM SET-PROMISE-DATE-CURSOR
                   GO TO VALIDATE-PROMISE-ENTRY-EXIT
               WHEN WS-PTP-DATE-X(WS-PTP-IDX) < WS-TODAY-X
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Promise date cannot be in the past...' TO
                                   WS-MESSAGE
                   PERFORM SET-PROMISE-DATE-CURSOR
                   GO TO VALIDATE-PROMISE-ENTRY-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM CHECK-PROMISE-DATE-REPEATED
              VARYING WS-PTP-IDX2 FROM 1 BY 1
              UNTIL WS-PTP-IDX2 >= WS-PTP-IDX
                 OR ERR-FLG-ON
           IF ERR-FLG-ON
               GO TO VALIDATE-PROMISE-ENTRY-EXIT
           END-IF

           PERFORM READ-PROMISE-FILE
           IF ERR-FLG-ON
               GO TO VALIDATE-PROMISE-ENTRY-EXIT
           END-IF

           MOVE 'Y' TO WS-PTP-USED(WS-PTP-IDX)
           ADD 1 TO WS-PTP-COUNT
           .
       VALIDATE-PROMISE-ENTRY-EXIT.
           EXIT
           .

      *----------------------------------------------------------------*
      *                  CHECK-PROMISE-DATE-REPEATED
      *----------------------------------------------------------------*
      * One promise date per day: pair WS-PTP-IDX may not repeat
      * the date of an earlier pair WS-PTP-IDX2.
       CHECK-PROMISE-DATE-REPEATED.
           IF WS-PTP-USED(WS-PTP-IDX2) = 'Y'
              AND WS-PTP-DATE-X(WS-PTP-IDX2) =
                  WS-PTP-DATE-X(WS-PTP-IDX)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Each promise needs its own date...' TO
                               WS-MESSAGE
               PERFORM SET-PROMISE-DATE-CURSOR
           END-IF.

      *----------------------------------------------------------------*
      *                   SET-PROMISE-AMT-CURSOR
      *----------------------------------------------------------------*
       SET-PROMISE-AMT-CURSOR.
           EVALUATE WS-PTP-IDX
               WHEN 1
                   MOVE -1 TO PTPAMT1L OF COCOL1AI
               WHEN 2
                   MOVE -1 TO PTPAMT2L OF COCOL1AI
               WHEN OTHER
                   MOVE -1 TO PTPAMT3L OF COCOL1AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   SET-PROMISE-DATE-CURSOR
      *----------------------------------------------------------------*
       SET-PROMISE-DATE-CURSOR.
           EVALUATE WS-PTP-IDX
               WHEN 1
                   MOVE -1 TO PTPDT1L OF COCOL1AI
               WHEN 2
                   MOVE -1 TO PTPDT2L OF COCOL1AI
               WHEN OTHER
                   MOVE -1 TO PTPDT3L OF COCOL1AI
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      POPULATE-WQ-FIELDS
      *----------------------------------------------------------------*
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-PROMISE-FILE
      *----------------------------------------------------------------*
      * Checks that the account has no promise on file for the
      * date of pair WS-PTP-IDX -- the key is account + date.
       READ-PROMISE-FILE.
           MOVE CWQ-ACCT-ID                TO PTP-ACCT-ID
           MOVE WS-PTP-DATE-X(WS-PTP-IDX)  TO PTP-DUE-DATE
           EXEC CICS READ
                DATASET   (WS-PROMISE-FILE)
                INTO      (PROMISE-TO-PAY-RECORD)
                LENGTH    (LENGTH OF PROMISE-TO-PAY-RECORD)
                RIDFLD    (PTP-KEY)
                KEYLENGTH (LENGTH OF PTP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC

           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN DFHRESP(NORMAL)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Promise already on file for that date...'
                                TO WS-MESSAGE
                   PERFORM SET-PROMISE-DATE-CURSOR
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to read promise file...' TO
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    WRITE-PROMISE-RECORD
      *----------------------------------------------------------------*
      * Writes promise pair WS-PTP-IDX, when used, as an open
      * PROMISE record stamped with the contact time and user.
       WRITE-PROMISE-RECORD.
           IF WS-PTP-USED(WS-PTP-IDX) = 'Y'
               INITIALIZE PROMISE-TO-PAY-RECORD
               MOVE CWQ-ACCT-ID               TO PTP-ACCT-ID
               MOVE WS-PTP-DATE-X(WS-PTP-IDX) TO PTP-DUE-DATE
               MOVE WS-PTP-AMT-N(WS-PTP-IDX)  TO PTP-AMOUNT
               MOVE ZEROS                     TO PTP-PAID-AMT
               SET PTP-STATUS-OPEN            TO TRUE
               MOVE WS-CONTACT-TS             TO PTP-CREATED-TS
               MOVE CDEMO-USER-ID             TO PTP-USR-ID
               MOVE SPACES                    TO PTP-EVAL-DATE
               EXEC CICS WRITE
                    DATASET   (WS-PROMISE-FILE)
                    FROM      (PROMISE-TO-PAY-RECORD)
                    LENGTH    (LENGTH OF PROMISE-TO-PAY-RECORD)
                    RIDFLD    (PTP-KEY)
                    KEYLENGTH (LENGTH OF PTP-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC

               EVALUATE WS-RESP-CD
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(DUPREC)
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Promise already on file for that date...'
                                    TO WS-MESSAGE
                       PERFORM SET-PROMISE-DATE-CURSOR
                   WHEN OTHER
                       DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Unable to record promise to pay...' TO
                                       WS-MESSAGE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-COLLWQ-FILE
      *----------------------------------------------------------------*
