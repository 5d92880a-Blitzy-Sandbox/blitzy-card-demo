      * same eligibility rule COBIL00C enforces at enrollment and
      * manual-payment time. A zero or credit balance, or a zero
      * payment amount, is likewise skipped -- nothing is due.
      * So is every enrollment of a customer in bankruptcy
      * (CUST-BANKRUPTCY-STATUS, recorded on COBKR00C): pulling
      * a payment under the automatic stay, or after the
      * discharge, is a collection act the customer has not
      * made.
      *
      * APY-LAST-RUN-DATE is stamped with the run date after a
      * payment is generated, so an operator rerun of this job on
      *   XREFFILE  - Card cross-reference (KSDS, random read by
      *               alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read, ACH
      *               funding eligibility and bankruptcy stay)
      *   DALYTRAN  - Daily transaction staging (sequential,
      *               EXTEND -- appends to the day's feed)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
           05 WS-PAYMENT-AMT            PIC S9(09)V99.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
           05 WS-SKIP-FLAG              PIC X(01) VALUE 'N'.
           05 WS-CUST-FOUND             PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-ENROLL-COUNT           PIC 9(09) VALUE 0.
           05 WS-GENERATED-COUNT        PIC 9(09) VALUE 0.
           05 WS-SKIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-STAYED-COUNT           PIC 9(09) VALUE 0.

      * Generated transaction ID: 'AP' + YYYYMMDD + 6-digit
      * suffix, 16 bytes -- the AP prefix keeps autopay IDs
           DISPLAY 'ENROLLMENTS READ       :' WS-ENROLL-COUNT
           DISPLAY 'PAYMENTS GENERATED     :' WS-GENERATED-COUNT
           DISPLAY 'ENROLLMENTS SKIPPED    :' WS-SKIPPED-COUNT
           DISPLAY '  OF WHICH BANKRUPTCY  :' WS-STAYED-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
               PERFORM 2200-GET-XREF-DATA
           END-IF

           IF  WS-SKIP-FLAG = 'N'
               PERFORM 2250-CHECK-BANKRUPTCY-STAY
           END-IF

           IF  WS-SKIP-FLAG = 'N' AND APY-FUND-ACH
               PERFORM 2300-CHECK-ACH-FUNDING
           END-IF
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Reads the owning customer and skips the enrollment when
      * the customer is in bankruptcy -- the automatic stay in
      * force or the debt discharged. A customer the read cannot
      * find is left for the ACH check below; a card-funded
      * enrollment does not need one.
      *---------------------------------------------------------------*
       2250-CHECK-BANKRUPTCY-STAY.
           MOVE 'Y' TO WS-CUST-FOUND
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-CUST-FOUND
           END-READ
           IF  WS-CUST-FOUND = 'Y'
               AND CUST-BKR-NO-COLLECTION
               DISPLAY 'AUTOPAY STAYED, BANKRUPTCY, ACCT: '
                  APY-ACCT-ID
               ADD 1 TO WS-STAYED-COUNT
               MOVE 'Y' TO WS-SKIP-FLAG
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Confirms the owning customer (read by 2250) still has an
      * EFT account on file for an ACH-funded enrollment; skips
      * and logs when the customer or the EFT account is gone.
      *---------------------------------------------------------------*
       2300-CHECK-ACH-FUNDING.
           IF  WS-CUST-FOUND = 'N'
               DISPLAY 'AUTOPAY CUSTOMER NOT FOUND: ' FD-CUST-ID
               MOVE 'Y' TO WS-SKIP-FLAG
           END-IF
           IF  WS-SKIP-FLAG = 'N'
               IF  CUST-EFT-ACCOUNT-ID = SPACES OR LOW-VALUES
                   DISPLAY 'AUTOPAY NO EFT ACCOUNT, ACCT: '
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
