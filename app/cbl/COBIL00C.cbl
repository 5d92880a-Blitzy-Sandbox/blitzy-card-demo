      *              TRANSACT (STARTBR, READPREV, ENDBR, WRITE)
      *              CARDXREF (READ, by CXACAIX account-ID alt key)
      *              CUSTDAT  (READ, ACH source-account validation)
      *              AUTHPTY  (READ, the acting party)
      * Navigation:  PF3 returns to caller or main menu. PF4 clears
      *              the form. Two-phase interaction like COTRN02C --
      *              (1) balance lookup and confirmation prompt,
      *              ACCOUNT-ID). ACH requires an EFT account on
      *              file; TRAN-SOURCE on the posted transaction
      *              records which source was used.
      * Acting party: when the payment is made by a third party
      *              the customer has authorized (spouse, attorney,
      *              agent under a power of attorney -- AUTHPTY,
      *              CVAUP01Y.cpy), the agent keys the party's
      *              sequence. The party must be active, unexpired
      *              and authorized for full servicing; the posted
      *              payment writes one 'd' AUDITLOG record naming
      *              the party. Blank means the customer.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBIL00C.
         05 WS-PAYSRC-CD               PIC X(01) VALUE 'O'.
           88 PAYSRC-ONLINE                      VALUE 'O'.
           88 PAYSRC-ACH                         VALUE 'A'.
      * The authorized party making the payment, zero when the
      * customer is. Buffers for the shared check, paired with
      * the CSAUPPY paragraphs at the bottom. See
      * app/cpy/CSAUPWY.cpy
         05 WS-ACTING-PARTY-SEQ        PIC 9(02) VALUE ZERO.
         05 WS-APC-WORK-AREA.
       COPY CSAUPWY.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
      * 80-byte token vault record -- the posted payment
      * carries the card's surrogate, as COTRN02C's adds do
       COPY CVTKN01Y.
      * 150-byte authorized party record (AUTHORIZED-PARTY-RECORD)
       COPY CVAUP01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               PERFORM SEND-BILLPAY-SCREEN
           END-IF

           PERFORM VALIDATE-ACTING-PARTY
           IF ERR-FLG-ON
               PERFORM SEND-BILLPAY-SCREEN
           END-IF

           EVALUATE CONFIRMI OF COBIL0AI
               WHEN 'Y'
               WHEN 'y'
                   PERFORM SEND-BILLPAY-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                    VALIDATE-ACTING-PARTY
      *----------------------------------------------------------------*
      * An optional authorized-party sequence: when keyed, the
      * party must be one who may service the account today
      * (shared CSAUPPY check).
       VALIDATE-ACTING-PARTY.
           MOVE ZERO TO WS-ACTING-PARTY-SEQ
           IF ACTPTYI OF COBIL0AI = SPACES OR LOW-VALUES
               CONTINUE
           ELSE
               IF ACTPTYI OF COBIL0AI IS NOT NUMERIC
                  OR ACTPTYI OF COBIL0AI = '00'
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Acting party must be the 2-digit sequence...'
                     TO WS-MESSAGE
                   MOVE -1      TO ACTPTYL OF COBIL0AI
               ELSE
                   MOVE ACTPTYI OF COBIL0AI TO WS-ACTING-PARTY-SEQ
                   MOVE WS-ACCT-ID-N        TO WS-APC-ACCT-ID
                   MOVE WS-ACTING-PARTY-SEQ TO WS-APC-SEQ
                   MOVE WS-PGMNAME          TO WS-APC-PGM-NAME
                   PERFORM CHECK-ACTING-PARTY
                      THRU CHECK-ACTING-PARTY-EXIT
                   EVALUATE TRUE
                       WHEN WS-APC-IS-OK
                           CONTINUE
                       WHEN WS-APC-NOT-FOUND
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'No such authorized party on the accou
      -                         'nt...' TO WS-MESSAGE
                           MOVE -1      TO ACTPTYL OF COBIL0AI
                       WHEN WS-APC-NOT-ACTIVE
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Authorized party is expired or revoke
      -                         'd...' TO WS-MESSAGE
                           MOVE -1      TO ACTPTYL OF COBIL0AI
                       WHEN OTHER
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Party is inquiry-only - cannot make a
      -                         ' payment...' TO WS-MESSAGE
                           MOVE -1      TO ACTPTYL OF COBIL0AI
                   END-EVALUATE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     CHECK-FILE-QUIESCE
      *----------------------------------------------------------------*
           PERFORM ALLOCATE-PAYMENT-TCATBAL
              THRU ALLOCATE-PAYMENT-TCATBAL-EXIT

      * A payment made by an authorized party is audited in the
      * party's name
           IF WS-ACTING-PARTY-SEQ NOT = ZERO
               MOVE SPACES TO WS-APC-ACTION
               STRING 'PAYMENT TRAN '     DELIMITED BY SIZE
                      TRAN-ID             DELIMITED BY SPACE
                 INTO WS-APC-ACTION
               PERFORM WRITE-ACTING-PARTY-AUDIT
                  THRU WRITE-ACTING-PARTY-AUDIT-EXIT
           END-IF

           PERFORM CLEAR-CURRENT-SCREEN
           MOVE DFHGREEN TO ERRMSGC OF COBIL0AO
           STRING 'Payment posted. Tran ID is ' DELIMITED BY SIZE
                                   CONFIRMI OF COBIL0AI
                                   PAYSRCI  OF COBIL0AI
                                   PAYAMTI  OF COBIL0AI
                                   ACTPTYI  OF COBIL0AI
                                   WS-MESSAGE
           MOVE ZEROS           TO CURBALO OF COBIL0AO
                                   PAYAMTO OF COBIL0AO.

      *----------------------------------------------------------------*
      * CSAUPPY: included CHECK-ACTING-PARTY and WRITE-ACTING-
      * PARTY-AUDIT paragraph pairs.
      * See app/cpy/CSAUPPY.cpy
       COPY CSAUPPY.
