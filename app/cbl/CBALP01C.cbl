      *      percent of the credit limit) and the due-date
      *      alert (ACCT-PAY-DUE-DATE within the elected days)
      *      read straight off the account master.
      *   4. One pass over the posting run's DALYREJS rejects:
      *      a decline caused by one of the card's channel
      *      controls (reasons 133-135 -- e-commerce,
      *      international or cash use turned off, see
      *      CVCHN01Y.cpy) fires the control-decline alert for
      *      its account, once per run. The rejected record
      *      carries the real card number, so it resolves
      *      straight through CARDXREF. Without a DALYREJS
      *      file this pass is skipped.
      *
      * Each triggered alert writes one ALRTNTFY notification
      * record carrying the customer's preferred contact
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   DALYREJS  - Posting run's rejects (sequential input,
      *               optional)
      *   ALRTNTFY  - Alert notifications (sequential output)
      *
      * Receives via JCL PARM: the run date: PARM='2022-07-19'
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

      * DALYREJS-FILE: the posting run's rejects (450-byte
      * records: 370-byte DALYTRAN image + 80-byte trailer).
           SELECT DALYREJS-FILE ASSIGN TO DALYREJS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYREJS-STATUS.

           SELECT ALRTNTFY-FILE ASSIGN TO ALRTNTFY
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for daily rejects input (450 bytes)
       FD  DALYREJS-FILE.
       01  FD-REJS-RECORD.
           05 FD-REJECT-RECORD                  PIC X(370).
           05 FD-VALIDATION-TRAILER             PIC X(80).

      * FD for the alert notification extract (150 bytes)
       FD  ALRTNTFY-FILE.
       01  FD-ALRTNTFY-REC                      PIC X(150).
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVTRA06Y: 370-byte daily transaction record -- the
      * image a reject carries
       COPY CVTRA06Y.
       01  DALYREJS-STATUS.
           05  DALYREJS-STAT1      PIC X.
           05  DALYREJS-STAT2      PIC X.
      * The reject's trailer: the reason the cascade set
       01  WS-VALIDATION-TRAILER.
           05 WS-VALIDATION-FAIL-REASON      PIC 9(04).
           05 WS-VALIDATION-FAIL-REASON-DESC PIC X(76).

       01  ALRTNTFY-STATUS.
           05  ALRTNTFY-STAT1      PIC X.
           05  ALRTNTFY-STAT2      PIC X.
           05  ANT-ALERT-TYPE           PIC X(04).
      *        BALP = balance percent, LTXN = large
      *        transaction, PYMT = payment posted, DUED =
      *        due date approaching, CTLD = declined by a
      *        card channel control
           05  ANT-ALERT-DATE           PIC X(10).
           05  ANT-CONTACT-METHOD       PIC X(01).
           05  ANT-EMAIL-ADDR           PIC X(50).
              10 WS-PREF-PAYMENT-FLAG   PIC X(01).
              10 WS-PREF-DUEDATE-DAYS   PIC 9(02).
              10 WS-PREF-PYMT-SENT      PIC X(01).
              10 WS-PREF-CTLDECL-FLAG   PIC X(01).
              10 WS-PREF-CTLD-SENT      PIC X(01).

      * General I/O status work area for display formatting
       01  IO-STATUS.

       01 WS-MISC-VARS.
           05 WS-PREF-EOF           PIC X(01) VALUE 'N'.
           05 WS-REJS-EOF           PIC X(01) VALUE 'N'.
           05 WS-DALYREJS-AVAILABLE PIC X(01) VALUE 'N'.
           05 WS-TXN-AMT-ABS        PIC S9(09)V99 VALUE 0.
           05 WS-BAL-CEILING        PIC S9(12)V99 VALUE 0.
           05 WS-SUPPRESS-FLAG      PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-PREF-COUNT         PIC 9(07) VALUE 0.
           05 WS-TRAN-READ          PIC 9(09) VALUE 0.
           05 WS-REJ-READ           PIC 9(09) VALUE 0.
           05 WS-ALERT-COUNT        PIC 9(07) VALUE 0.
           05 WS-SUPPRESSED-COUNT   PIC 9(07) VALUE 0.

                 THRU 2000-ACCOUNT-STATE-ALERTS-EXIT
                 VARYING WS-PREF-IDX FROM 1 BY 1
                 UNTIL WS-PREF-IDX > WS-PREF-ENTRIES-USED
              IF WS-DALYREJS-AVAILABLE = 'Y'
                 PERFORM 3000-REJECT-STEP
                    UNTIL WS-REJS-EOF = 'Y'
              END-IF
           END-IF

           PERFORM 9000-FILES-CLOSE.

           DISPLAY 'PREFERENCES LOADED     :' WS-PREF-COUNT
           DISPLAY 'TRANSACTIONS READ      :' WS-TRAN-READ
           DISPLAY 'REJECTS READ           :' WS-REJ-READ
           DISPLAY 'ALERTS WRITTEN         :' WS-ALERT-COUNT
           DISPLAY 'SUPPRESSED (DECEASED)  :' WS-SUPPRESSED-COUNT
           DISPLAY 'END OF EXECUTION OF PROGRAM CBALP01C'.
                      WS-PREF-DUEDATE-DAYS (WS-PREF-IDX)
                 MOVE 'N'              TO
                      WS-PREF-PYMT-SENT (WS-PREF-IDX)
                 MOVE ALP-CTLDECL-FLAG TO
                      WS-PREF-CTLDECL-FLAG (WS-PREF-IDX)
                 MOVE 'N'              TO
                      WS-PREF-CTLD-SENT (WS-PREF-IDX)
              ELSE
                 DISPLAY 'PREFERENCE TABLE FULL - REST SKIPPED'
                 MOVE 'Y' TO WS-PREF-EOF
       2000-ACCOUNT-STATE-ALERTS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One step of the reject pass: a channel-control decline
      * fires the control-decline alert for its account.
      *---------------------------------------------------------------*
       3000-REJECT-STEP.
           READ DALYREJS-FILE
           IF DALYREJS-STATUS = '00'
              ADD 1 TO WS-REJ-READ
              MOVE FD-VALIDATION-TRAILER TO WS-VALIDATION-TRAILER
              IF WS-VALIDATION-FAIL-REASON >= 133
                 AND WS-VALIDATION-FAIL-REASON <= 135
                 MOVE FD-REJECT-RECORD TO DALYTRAN-RECORD
                 PERFORM 3100-CHECK-CTRL-DECLINE
                    THRU 3100-CHECK-CTRL-DECLINE-EXIT
              END-IF
           ELSE
              IF DALYREJS-STATUS = '10'
                 MOVE 'Y' TO WS-REJS-EOF
              ELSE
                 DISPLAY 'ERROR READING DALY REJECTS FILE'
                 MOVE DALYREJS-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Resolves the declined card's account and, where the
      * control-decline alert is elected, tells the customer
      * which use was turned off. Once per account per run --
      * one notice covers the day, as for payments.
      *---------------------------------------------------------------*
       3100-CHECK-CTRL-DECLINE.
           MOVE DALYTRAN-CARD-NUM TO FD-XREF-CARD-NUM
           READ XREF-FILE INTO CARD-XREF-RECORD
              INVALID KEY
                 GO TO 3100-CHECK-CTRL-DECLINE-EXIT
           END-READ

           SET WS-PREF-IDX TO 1
           SEARCH WS-PREF-ENTRY
              AT END
                 GO TO 3100-CHECK-CTRL-DECLINE-EXIT
              WHEN WS-PREF-ACCT-ID (WS-PREF-IDX) = XREF-ACCT-ID
                 CONTINUE
           END-SEARCH

           IF WS-PREF-CTLDECL-FLAG (WS-PREF-IDX) = 'Y'
              AND WS-PREF-CTLD-SENT (WS-PREF-IDX) = 'N'
              MOVE 'CTLD' TO ANT-ALERT-TYPE
              MOVE DALYTRAN-AMT TO WS-DETAIL-AMT
              MOVE SPACES TO ANT-DETAIL
              EVALUATE WS-VALIDATION-FAIL-REASON
                 WHEN 133
                    STRING 'ONLINE USE OFF - DECLINED '
                                                 DELIMITED BY SIZE
                           WS-DETAIL-AMT         DELIMITED BY SIZE
                      INTO ANT-DETAIL
                 WHEN 134
                    STRING 'INTL USE OFF - DECLINED '
                                                 DELIMITED BY SIZE
                           WS-DETAIL-AMT         DELIMITED BY SIZE
                      INTO ANT-DETAIL
                 WHEN OTHER
                    STRING 'CASH USE OFF - DECLINED '
                                                 DELIMITED BY SIZE
                           WS-DETAIL-AMT         DELIMITED BY SIZE
                      INTO ANT-DETAIL
              END-EVALUATE
              PERFORM 5000-WRITE-NOTIFICATION
              MOVE 'Y' TO WS-PREF-CTLD-SENT (WS-PREF-IDX)
           END-IF.
       3100-CHECK-CTRL-DECLINE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Resolves the account's owning customer for a
      * state-driven alert, where no transaction supplied the
      * cross-reference row: the account-keyed alternate read
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
      * A missing rejects file is tolerated -- the control-
      * decline pass is simply skipped
           OPEN INPUT DALYREJS-FILE
           IF DALYREJS-STATUS = '00'
              MOVE 'Y' TO WS-DALYREJS-AVAILABLE
           ELSE
              MOVE 'N' TO WS-DALYREJS-AVAILABLE
              DISPLAY 'NO DALYREJS FILE - NO CONTROL DECLINE ALERTS'
           END-IF
           OPEN OUTPUT ALRTNTFY-FILE
           IF ALRTNTFY-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING ALERT NOTIFICATIONS'
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF WS-DALYREJS-AVAILABLE = 'Y'
              CLOSE DALYREJS-FILE
           END-IF
           CLOSE ALRTNTFY-FILE
           IF ALRTNTFY-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING ALERT NOTIFICATIONS'
