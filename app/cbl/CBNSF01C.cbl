      *      amount matches the returned amount, and that its
      *      card resolves (through the token vault and the
      *      cross-reference) to the account the bank named.
      *      A payment since moved to another account (a
      *      completed PAYXFER transfer) is excepted too: the
      *      transfer already took it back off this account.
      *      Any mismatch goes to the returns register as an
      *      exception and posts nothing.
      *   2. Stages an offsetting reversal debit (type 07,
      *   4. Prints every return -- processed or excepted --
      *      on the RETRPT returns register.
      *
      * A customer in bankruptcy (CUST-BANKRUPTCY-STATUS, the
      * automatic stay in force or the debt discharged) still
      * has the payment reversed -- the money never arrived --
      * but is charged no returned-payment fee and queued no
      * NSF letter: both would be collection acts.
      *
      * Runs ahead of the posting cycle so the staged reversals
      * and fees post with the day's work.
      *
      * Before any return is processed the whole file is read
      * once and checked against the FILEREG inbound file
      * registry (CSFRGCHK): a file already accepted -- by the
      * bank's file date and sequence, or by its content -- or
      * one out of the bank's sequence is refused, and the run
      * ABENDS with nothing staged. The return file carries no
      * header, so its date and sequence come on the PARM.
      *
      * Receives the run date (YYYY-MM-DD) via JCL PARM for
      * generated transaction IDs, the same interface shape as
      * CBAPY01C/CBREF01C, optionally followed by the bank's
      * file creation date and file sequence number:
      *   PARM='2022-07-19 2022-07-18 000123'
      * Without them the file is registered under the run date
      * and held to its content alone.
      *
      * Files accessed:
      *   RETURNS   - Bank returned-payment file (seq. input)
      *               verify the owning account)
      *   ACCTFILE  - Account master (KSDS, I-O for the NSF
      *               counter REWRITE)
      *   CUSTDAT   - Customer master (KSDS, random read for
      *               the bankruptcy stay; tolerated missing)
      *   PAYXFER   - Payment transfers (KSDS, random read by
      *               the original payment; tolerated missing)
      *   DALYTRAN  - Daily transaction staging (seq. EXTEND --
      *               appends the reversal and fee records)
      *   RETRPT    - Returns register (sequential, 132-col)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Copybooks: CVTRA05Y (transaction record), CVTRA06Y
      *            (daily transaction record), CVTKN01Y (token
      *            vault record), CVACT03Y (cross-reference),
      *            CVACT01Y (account record), CVPXF01Y
      *            (payment transfer record), CSBCH01Y (batch
      *            status record)
      *
       IDENTIFICATION DIVISION.
                  RECORD KEY   IS FD-PRD-GROUP-ID
                  FILE STATUS  IS PRODCAT-STATUS.

      * CUSTDAT: customer master (CVCUS01Y.cpy) -- the holder's
      * bankruptcy status; no customer file means no stay is
      * honored here.
           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

      * PAYXFER: payment transfers (CVPXF01Y.cpy) -- a payment
      * COPXF00C moved to another account; no file means no
      * transfers to honor.
           SELECT PAYXFER-FILE ASSIGN TO PAYXFER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PXF-PAY-TRAN-ID
                  FILE STATUS  IS PAYXFER-STATUS.

      * LETTERQ: correspondence letter queue (CVLTR01Y.cpy).
      * One 'NSF ' record queued per processed return;
      * CBLTR01C prints it overnight.
           05 FD-PRD-GROUP-ID                   PIC X(10).
           05 FD-PRD-DATA                       PIC X(110).

      * FD for the customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTDAT-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUSTDAT-DATA                   PIC X(491).

      * FD for the payment transfer VSAM (150 bytes)
       FD  PAYXFER-FILE.
       01  FD-PAYXFER-REC.
           05 FD-PXF-PAY-TRAN-ID                PIC X(16).
           05 FD-PXF-DATA                       PIC X(134).

      * FD for daily transaction staging output (370 bytes)
       FD  DALYTRAN-FILE.
       01  FD-TRAN-RECORD.
           05  PRODCAT-STAT2       PIC X.
       01  WS-PRODCAT-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.
       01  WS-CUSTDAT-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVPXF01Y: 150-byte payment transfer record
       COPY CVPXF01Y.
       01  PAYXFER-STATUS.
           05  PAYXFER-STAT1       PIC X.
           05  PAYXFER-STAT2       PIC X.
       01  WS-PAYXFER-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVTRA06Y: 370-byte daily transaction staging record
       COPY CVTRA06Y.
       01  DALYTRAN-STATUS.
           05 WS-DFLT-NSF-FEE           PIC S9(07)V99 VALUE 25.00.
           05 WS-RTN-AMT-ABS            PIC S9(09)V99.
           05 WS-ORIG-AMT-ABS           PIC S9(09)V99.
      * 'Y' when the return's customer is in bankruptcy
           05 WS-BKR-STAY               PIC X(01) VALUE 'N'.

      * Processing counters for the run summary
       01 WS-COUNTERS.
           05 WS-RETURN-COUNT           PIC 9(09) VALUE 0.
           05 WS-PROCESSED-COUNT        PIC 9(09) VALUE 0.
           05 WS-EXCEPT-COUNT           PIC 9(09) VALUE 0.
           05 WS-FEE-STAYED-COUNT       PIC 9(09) VALUE 0.

      * Returns register print lines. The report file is this
      * program's own (sole-writer convention).
           05 WS-RRPT-DISPOSITION       PIC X(30).
           05 FILLER                    PIC X(51) VALUE SPACES.

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface: the run date, YYYY-MM-DD, stamped
      * into generated transaction IDs; then, optionally, the
      * bank's file date and file sequence number
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-SEQ       PIC X(06).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBNSF01C'.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0400-ACCTFILE-OPEN.
           PERFORM 0450-PRODCAT-OPEN.
           PERFORM 0455-CUSTDAT-OPEN.
           PERFORM 0460-LETTERQ-OPEN.
           PERFORM 0465-PAYXFER-OPEN.
           PERFORM 0500-DALYTRAN-OPEN.
           PERFORM 0600-RETRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * The file against the registry before anything stages
           PERFORM 1900-REGISTER-RETURNS-FILE.

           MOVE PARM-DATE TO WS-RRPT-RUN-DATE
           MOVE WS-RETRPT-HEADER TO FD-RETRPT-REC
           PERFORM 3100-WRITE-RETRPT-REC
           PERFORM 9300-XREFFILE-CLOSE.
           PERFORM 9400-ACCTFILE-CLOSE.
           PERFORM 9450-PRODCAT-CLOSE.
           PERFORM 9455-CUSTDAT-CLOSE.
           PERFORM 9460-LETTERQ-CLOSE.
           PERFORM 9465-PAYXFER-CLOSE.
           PERFORM 9500-DALYTRAN-CLOSE.
           PERFORM 9600-RETRPT-CLOSE.

           DISPLAY 'RETURNS READ           :' WS-RETURN-COUNT
           DISPLAY 'RETURNS PROCESSED      :' WS-PROCESSED-COUNT
           DISPLAY 'RETURNS EXCEPTED       :' WS-EXCEPT-COUNT
           DISPLAY 'FEES STAYED (BANKRUPT) :' WS-FEE-STAYED-COUNT

      * Exceptions flag the run for operator attention, the
      * same RETURN-CODE 4 convention the posting run uses
               DISPLAY 'NO PRODUCT CATALOG - DEFAULT FEE APPLIES'
           END-IF
           EXIT.
      * A missing customer master is tolerated the same way --
      * the bankruptcy check simply never fires
       0455-CUSTDAT-OPEN.
           OPEN INPUT CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 'Y' TO WS-CUSTDAT-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CUSTDAT-AVAILABLE
               DISPLAY 'NO CUSTOMER FILE - BANKRUPTCY CHECK SKIPPED'
           END-IF
           EXIT.
      * A missing letter queue is tolerated -- the
      * correspondence subsystem is not running
       0460-LETTERQ-OPEN.
               DISPLAY 'NO LETTER QUEUE - NO LETTERS QUEUED'
           END-IF
           EXIT.
      * A missing transfer file is tolerated -- no payment has
      * been moved between accounts
       0465-PAYXFER-OPEN.
           OPEN INPUT PAYXFER-FILE
           IF  PAYXFER-STATUS = '00'
               MOVE 'Y' TO WS-PAYXFER-AVAILABLE
           ELSE
               MOVE 'N' TO WS-PAYXFER-AVAILABLE
               DISPLAY 'NO PAYMENT TRANSFER FILE - NONE CHECKED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the daily transaction staging file for extend --
      * the staged reversals and fees join the day's feed.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The registry check: the whole file is read once and
      * hashed, then rewound, and the registry's verdict taken
      * before the first return is touched. A refusal ABENDS;
      * CSFRGCHK has already raised the CRITICAL alert.
      *---------------------------------------------------------------*
       1900-REGISTER-RETURNS-FILE.
           PERFORM 1910-HASH-RETURN-STEP
              UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-RETURNS-CLOSE
           PERFORM 0000-RETURNS-OPEN
           MOVE 'N' TO END-OF-FILE

           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'RETURNS'          TO FRG-FEED-ID
           MOVE 'BANK'             TO FRG-SENDER
           MOVE PARM-DATE          TO FRG-FILE-DATE
           MOVE 0                  TO FRG-FILE-SEQ
           IF  PARM-LENGTH NOT < 21
               MOVE PARM-FILE-DATE TO FRG-FILE-DATE
           END-IF
           IF  PARM-LENGTH NOT < 28
               AND PARM-FILE-SEQ IS NUMERIC
               MOVE PARM-FILE-SEQ  TO FRG-FILE-SEQ
           END-IF
           MOVE WS-BATCH-JOB-NAME  TO FRG-INTAKE-JOB
           MOVE PARM-DATE          TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF  NOT FRG-ACCEPTED
               DISPLAY 'RETURNS FILE REFUSED BY FILE REGISTRY - '
                  'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One return into the file's content hash.
      *---------------------------------------------------------------*
       1910-HASH-RETURN-STEP.
           PERFORM 1000-RETURNS-GET-NEXT
           IF  END-OF-FILE = 'N'
               MOVE BANK-RETURN-RECORD TO WS-FRG-REC-BUF
               MOVE 100                TO WS-FRG-REC-LEN
               PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Processes one bank return end to end: verification of
      * the original payment, the staged reversal and fee, the
      * double-reversal guard, the NSF counter, and the
               GO TO 2000-PROCESS-RETURN-EXIT
           END-IF

           PERFORM 2200-CHECK-BANKRUPTCY-STAY
           PERFORM 2300-WRITE-REVERSAL-DALYTRAN
           IF  WS-BKR-STAY = 'N'
               PERFORM 2400-WRITE-FEE-DALYTRAN
           END-IF
           PERFORM 2500-MARK-ORIGINAL-RETURNED
           PERFORM 2600-STEP-NSF-COUNT
           IF  WS-BKR-STAY = 'N'
               PERFORM 2700-QUEUE-NSF-LETTER
           END-IF

           ADD 1 TO WS-PROCESSED-COUNT
           IF  WS-BKR-STAY = 'Y'
               ADD 1 TO WS-FEE-STAYED-COUNT
               MOVE 'REVERSED - NO FEE, BANKRUPTCY' TO WS-EXCEPT-REASON
           ELSE
               MOVE 'REVERSED - FEE ASSESSED' TO WS-EXCEPT-REASON
           END-IF
           PERFORM 3000-WRITE-REGISTER-LINE
           MOVE SPACES TO WS-EXCEPT-REASON.
       2000-PROCESS-RETURN-EXIT.
      *   - original transaction not on the master
      *   - original is not a payment (type 02)
      *   - original already reversed (double-return guard)
      *   - original moved to another account by a completed
      *     transfer (its reversal there is already posted)
      *   - returned amount differs from the original
      *   - original's card does not belong to the account the
      *     bank named (the wrong-account guard)
               GO TO 2100-VERIFY-ORIGINAL-EXIT
           END-IF

      * A payment COPXF00C moved to another account was taken
      * back off this one by the transfer's own reversal --
      * reversing it again would debit the account twice. The
      * return is left to the operator, who takes the payment
      * back off the account it was moved to. A transfer still
      * pending does not stop the return: approving it later
      * finds the payment returned and refuses.
           IF  WS-PAYXFER-AVAILABLE = 'Y'
               MOVE RTN-ORIG-TRAN-ID TO FD-PXF-PAY-TRAN-ID
               READ PAYXFER-FILE INTO PAY-XFER-RECORD
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF  PXF-STATUS-COMPLETED
                         MOVE 'PAYMENT TRANSFERRED'
                           TO WS-EXCEPT-REASON
                         GO TO 2100-VERIFY-ORIGINAL-EXIT
                     END-IF
               END-READ
           END-IF

      * Payments post as credits (negative); the bank reports
      * the returned amount positive
           COMPUTE WS-RTN-AMT-ABS = RTN-AMOUNT
       2150-GET-PRODUCT-TERMS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the return's customer (XREF-CUST-ID from the
      * verification) and notes whether the customer is in
      * bankruptcy -- the automatic stay in force or the debt
      * discharged (COBKR00C). A customer the read cannot find
      * reads as not in bankruptcy.
      *---------------------------------------------------------------*
       2200-CHECK-BANKRUPTCY-STAY.
           MOVE 'N' TO WS-BKR-STAY
           IF  WS-CUSTDAT-AVAILABLE = 'Y'
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CUST-BKR-NO-COLLECTION
                         MOVE 'Y' TO WS-BKR-STAY
                      END-IF
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Stages the offsetting reversal: a positive debit for the
      * returned amount, type 07 category 0004, linked to the
      * original payment through DALYTRAN-ORIG-TRAN-ID. Restores
               CLOSE LETTERQ-FILE
           END-IF
           EXIT.
       9465-PAYXFER-CLOSE.
           IF  WS-PAYXFER-AVAILABLE = 'Y'
               CLOSE PAYXFER-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the customer master, when it was opened.
      *---------------------------------------------------------------*
       9455-CUSTDAT-CLOSE.
           IF  WS-CUSTDAT-AVAILABLE = 'Y'
               CLOSE CUSTDAT-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the daily transaction staging file.
      *---------------------------------------------------------------*
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
           CLOSE BATCHSTS-FILE
           EXIT.

      * Shared file registry paragraphs (CSFRGPY.cpy):
      * FRG-HASH-RECORD and FRG-REGISTER-FILE over the CSFRGWY
      * work area above.
       COPY CSFRGPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
