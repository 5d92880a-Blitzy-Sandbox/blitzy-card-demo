      *      a three-strike block on the card
      *  10. Cardholder category blocking (per-card CCATCTL
      *      control records)
      *  11. Card channel controls (per-card CARDCHNL record:
      *      e-commerce, international and cash use each
      *      allowed or blocked, with an optional dated
      *      temporary override)
      * Valid transactions are posted to TRANSACT, their amounts
      * are accumulated in TCATBAL category-balance records, and
      * account balances are updated via REWRITE. Rejected
      * transactions are written to DALYREJS with a reason code.
      * Sets RETURN-CODE = 4 if any rejects occurred.
      *
      * Foreign transaction fee: a debit converted from another
      * currency (1500-B0) draws the product's foreign
      * transaction fee (PRD-FX-FEE-PCT of the converted amount,
      * CVPRD01Y.cpy) as a separate type 07 category 0008
      * transaction posted right behind it, linked to the
      * purchase through TRAN-ORIG-TRAN-ID. Products flagged
      * no-FX-fee, groups with no catalog row, and balance-
      * restoring system records draw nothing, and a credit
      * never draws the fee. A refund matched to a purchase that
      * carried the fee reverses the refunded share of it
      * (a type 07 category 0008 credit linked to the fee), so
      * category 0008 nets to the fee actually kept and
      * journals to fee income through its own GLMAP row.
      *
      * Checkpoint/restart: every WS-CHECKPOINT-INTERVAL records,
      * the current transaction/reject counts and the last-posted
      * TRAN-ID are saved to CHECKPOINT-FILE with an in-progress
      * own BATCHSTS record (CBTRN2TR) so it can never mark
      * the real posting job completed for the day.
      *
      * Digital wallet purchases: a phone or watch presents its
      * device token (DEVTOKN, CVDTK01Y.cpy) in place of the card
      * number. Before any other check (1500-A3) an active token
      * is replaced on the record by the card it funds from, so
      * every later stage -- BIN, hotlist, xref, vault token,
      * limits -- works on the real card; a suspended or
      * deleted token rejects (reason 127). A number that is not
      * a token goes on as a card number, as before.
      *
      * Virtual card numbers: a number issued on COVCN00C
      * (VIRTCRD, CVVCN01Y.cpy) stands in for its parent card.
      * Once the number has passed the card-format stage
      * (1500-A4), an active, unexpired number used card-not-
      * present, within its spend cap and at its locked
      * merchant is replaced on the record by the parent card,
      * so the account, limits and posting are the card's. A
      * card-present use rejects (reason 129); a used,
      * cancelled or expired number (128), another merchant
      * (130) or a purchase past the cap (131) rejects too.
      * Credits back to a number always post. Each posted use
      * adds to the number's spent amount, and a one-time
      * number's first purchase uses it up (2880).
      *
      * Invoked by: POSTTRAN.jcl (EXEC PGM=CBTRN02C)
      *   PARM='F' or omitted - full daily run (default)
      *   PARM='I'             - intraday catch-up run
      *               payment-allocation rate ordering)
      *   ALLOCRPT  - Payment allocation report (sequential
      *               output, one line per allocation)
      *   DEVTOKN   - Digital wallet device tokens (KSDS, random
      *               read by token number, optional)
      *   VIRTCRD   - Virtual card numbers (KSDS, I-O for the
      *               usage REWRITE, optional)
      *
      * Copybooks: CVTRA06Y (daily transaction record),
      *            CVTRA05Y (transaction record),
                  RECORD KEY   IS FD-HOT-CARD-NUM
                  FILE STATUS  IS HOTLIST-STATUS.

      * Digital wallet device token VSAM KSDS — random READ by
      * the token number the device presented (stage 1500-A3);
      * read only. See CVDTK01Y.cpy.
           SELECT DEVTOKN-FILE ASSIGN TO DEVTOKN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-DTK-TOKEN-NUM
                  FILE STATUS  IS DEVTOKN-STATUS.

      * Virtual card number VSAM KSDS — random READ by the
      * number presented (stage 1500-A4); a posted use adds to
      * the number's spend, so the file is opened I-O. See
      * CVVCN01Y.cpy.
           SELECT VIRTCRD-FILE ASSIGN TO VIRTCRD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-VCN-NUM
                  FILE STATUS  IS VIRTCRD-STATUS.

      * Security deposit VSAM KSDS — I-O: type-09 intake
      * accumulates the collateral here, and the secured-limit
      * check reads the held amount. See CVDEP01Y.cpy.
                  RECORD KEY   IS FD-TRV-KEY
                  FILE STATUS  IS TRAVNOTE-STATUS.

      * CARDCHNL: per-card channel controls (CVCHN01Y.cpy) --
      * random READ by card for the channel check (stage
      * 1500-I). Optional: without it every channel is open.
           SELECT CARDCHNL-FILE ASSIGN TO CARDCHNL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CHN-CARD-NUM
                  FILE STATUS  IS CARDCHNL-STATUS.

      * Issued BIN range VSAM KSDS — random READ by the card
      * number's first six digits (stage 1500-A0). A missing
      * file skips the BIN check while it is being introduced.
           05 FD-TRV-KEY                        PIC X(26).
           05 FD-TRV-DATA                       PIC X(74).

      * FD for the card channel control VSAM (80 bytes)
       FD  CARDCHNL-FILE.
       01  FD-CARDCHNL-REC.
           05 FD-CHN-CARD-NUM                   PIC X(16).
           05 FD-CHN-DATA                       PIC X(64).

      * FD for the lost/stolen hotlist VSAM (80 bytes)
       FD  HOTLIST-FILE.
       01  FD-HOTLIST-REC.
           05 FD-HOT-CARD-NUM                   PIC X(16).
           05 FD-HOT-DATA                       PIC X(64).

      * FD for the digital wallet device token VSAM (200 bytes)
       FD  DEVTOKN-FILE.
       01  FD-DEVTOKN-REC.
           05 FD-DTK-TOKEN-NUM                  PIC X(16).
           05 FD-DTK-DATA                       PIC X(184).

      * FD for the virtual card number VSAM (200 bytes)
       FD  VIRTCRD-FILE.
       01  FD-VIRTCRD-REC.
           05 FD-VCN-NUM                        PIC X(16).
           05 FD-VCN-DATA                       PIC X(184).

      * FD for the issued BIN range VSAM (60 bytes)
       FD  BINRANGE-FILE.
       01  FD-BINRANGE-REC.
           05  HOTLIST-STAT2        PIC X.
       01  WS-HOTLIST-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVDTK01Y: 200-byte digital wallet device token record
       COPY CVDTK01Y.
       01  DEVTOKN-STATUS.
           05  DEVTOKN-STAT1        PIC X.
           05  DEVTOKN-STAT2        PIC X.
       01  WS-DEVTOKN-AVAILABLE     PIC X(01) VALUE 'N'.
      * CVVCN01Y: 200-byte virtual card number record
       COPY CVVCN01Y.
       01  VIRTCRD-STATUS.
           05  VIRTCRD-STAT1        PIC X.
           05  VIRTCRD-STAT2        PIC X.
       01  WS-VIRTCRD-AVAILABLE     PIC X(01) VALUE 'N'.
      * 'Y' when this transaction arrived on a virtual number
      * that 1500-A4 resolved -- 2880 records the use
       01  WS-VIRTCRD-MATCHED       PIC X(01) VALUE 'N'.

      * CVDEP01Y: 60-byte security deposit record
       COPY CVDEP01Y.
       01  DEPOSIT-STATUS.
       01  WS-RECURMER-AVAILABLE    PIC X(01) VALUE 'N'.
       01  WS-RECURRING-POST-COUNT  PIC 9(09) VALUE ZEROS.

      * CVCHN01Y: 80-byte per-card channel control record
       COPY CVCHN01Y.
       01  CARDCHNL-STATUS.
           05  CARDCHNL-STAT1       PIC X.
           05  CARDCHNL-STAT2       PIC X.
       01  WS-CARDCHNL-AVAILABLE    PIC X(01) VALUE 'N'.
      * Channel check work fields: the channel in hand (1=e-
      * commerce, 2=international, 3=cash -- the CHN-CHANNEL-
      * CTRL entry), its effective control, and the run's
      * count of control declines
       01  WS-CHANNEL-VARS.
           05  WS-CHN-IDX           PIC S9(04) COMP VALUE 0.
           05  WS-CHN-EFFECTIVE     PIC X(01) VALUE SPACE.
           05  WS-CHN-DECLINE-COUNT PIC 9(07) VALUE 0.

       01  TRAVNOTE-STATUS.
           05  TRAVNOTE-STAT1       PIC X.
           05  TRAVNOTE-STAT2       PIC X.
      *   122=card is on the lost/stolen hotlist,
      *   123=secured account over its held-deposit limit,
      *   124=deposit intake arrived debit-signed,
      *   125=debit on a charged-off account,
      *   127=device token suspended or deleted,
      *   128=virtual card number used, cancelled or expired,
      *   129=virtual card number used card-present,
      *   130=virtual card number locked to another merchant,
      *   131=virtual card number spend cap exceeded,
      *   132=draw on an account whose open-to-buy is cut
      *   133=e-commerce use turned off for this card,
      *   134=international use turned off for this card,
      *   135=cash use turned off for this card
        01 WS-VALIDATION-TRAILER.                                               
           05 WS-VALIDATION-FAIL-REASON      PIC 9(04).                         
           05 WS-VALIDATION-FAIL-REASON-DESC PIC X(76).                         
           05 WS-FX-SCAN-EOF                 PIC X(01) VALUE 'N'.
           05 WS-FX-STALE-FOUND              PIC X(01) VALUE 'N'.
           05 WS-FX-OLDEST-DATE              PIC X(10) VALUE SPACES.
      * Foreign transaction fee (2400/2450). WS-FX-CONVERTED is
      * set by 1500-B0 when the amount went through a rate;
      * WS-FX-FEE-ORIG-ID/-AMT carry the fee found on a
      * refund's matched purchase (1500-E4), spaces when none.
           05 WS-FX-CONVERTED                PIC X(01) VALUE 'N'.
           05 WS-FX-FEE-PCT                  PIC 9(01)V9(04)
                                              VALUE 0.
           05 WS-FX-FEE-AMT                  PIC S9(09)V99 VALUE 0.
           05 WS-FX-FEE-ORIG-ID              PIC X(16) VALUE SPACES.
           05 WS-FX-FEE-ORIG-AMT             PIC S9(09)V99 VALUE 0.
           05 WS-FX-FEE-PURCH-ID             PIC X(16) VALUE SPACES.
           05 WS-FX-FEE-COUNT                PIC 9(09) VALUE 0.
           05 WS-FX-FEE-TOTAL                PIC S9(11)V99 VALUE 0.
           05 WS-FX-REV-COUNT                PIC 9(09) VALUE 0.
           05 WS-FX-REV-TOTAL                PIC S9(11)V99 VALUE 0.
      * Wallet purchases whose device token resolved to a card
           05 WS-DEVTOKN-RESOLVED-COUNT      PIC 9(09) VALUE 0.
      * Transactions whose virtual card number resolved to its
      * parent card
           05 WS-VIRTCRD-RESOLVED-COUNT      PIC 9(09) VALUE 0.
      * Generated fee/reversal transaction ID: 'FX' (fee) or
      * 'FR' (reversal) + YYMMDD business date + partition
      * ('0' single-stream) + the DALYTRAN record ordinal that
      * drew it -- restart-safe, since a restarted run resumes
      * the same ordinals, and unique across partitions
        01 WS-FX-GEN-TRAN-ID.
           05 WS-FX-GEN-PFX                  PIC X(02).
           05 WS-FX-GEN-DATE                 PIC X(06).
           05 WS-FX-GEN-PART                 PIC X(01).
           05 WS-FX-GEN-SEQ                  PIC 9(07).

      * Velocity/fraud-scoring: the most transactions a single
      * account may post on any one calendar day before every
      * later transaction that day is rejected as a possible
      * card-testing/fraud pattern (reason 105, stage 1500-B).
      * The limit is the VELMAXDY business rule in force on the
      * business date (BIZRULE, via CSBRPLKP); 20 when none is.
        01 WS-VELOCITY-VARS.
           05 WS-VELOCITY-MAX-DAILY-TXNS     PIC S9(04) COMP
                                              VALUE 20.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
        01 WS-BRP-WORK-AREA.
           05 FILLER.
       COPY CSBRPWY.

      * Trial-mode velocity counts. A real run persists the
      * account's daily count via the 2800 REWRITE, so each
      * fresh account READ sees the running total; a trial
           PERFORM 0570-CARDDAT-OPEN.
           PERFORM 0572-BINRANGE-OPEN.
           PERFORM 0573-HOTLIST-OPEN.
           PERFORM 0571-DEVTOKN-OPEN.
           PERFORM 0583-VIRTCRD-OPEN.
           PERFORM 0574-DEPOSIT-OPEN.
           PERFORM 0576-RCVRLEDG-OPEN.
           PERFORM 0577-TRAVNOTE-OPEN.
           PERFORM 0584-CARDCHNL-OPEN.
           PERFORM 0582-RECURMER-OPEN.
           PERFORM 0579-PAYHOLD-OPEN.
           PERFORM 0581-OVERLIM-OPEN.
           PERFORM 8200-BATCHSTS-OPEN.
           PERFORM 0070-CHECK-BUSINESS-DATE
              THRU 0070-CHECK-BUSINESS-DATE-EXIT.
           PERFORM 0076-LOAD-BUSINESS-RULES.
      * Rates older than the process date must stop the cycle
      * here, not silently misprice a night's postings
           PERFORM 0555-CHECK-FX-CURRENT
           PERFORM 9800-CARDDAT-CLOSE.
           PERFORM 9802-BINRANGE-CLOSE.
           PERFORM 9803-HOTLIST-CLOSE.
           PERFORM 9801-DEVTOKN-CLOSE.
           PERFORM 9813-VIRTCRD-CLOSE.
           PERFORM 9804-DEPOSIT-CLOSE.
           PERFORM 9806-RCVRLEDG-CLOSE.
           PERFORM 9807-TRAVNOTE-CLOSE.
           PERFORM 9814-CARDCHNL-CLOSE.
           PERFORM 9812-RECURMER-CLOSE.
           PERFORM 9809-PAYHOLD-CLOSE.
           PERFORM 9811-OVERLIM-CLOSE.
           DISPLAY 'TRANSACTIONS PROCESSED :' WS-TRANSACTION-COUNT
           DISPLAY 'TRANSACTIONS REJECTED  :' WS-REJECT-COUNT
           DISPLAY 'TRAVEL SUPPRESSIONS    :' WS-TRAVEL-SUPPRESS-COUNT
           DISPLAY 'CHANNEL CTL DECLINES   :' WS-CHN-DECLINE-COUNT
           DISPLAY 'RECURRING POSTINGS     :' WS-RECURRING-POST-COUNT
           DISPLAY 'PAYMENT HOLDS PLACED   :' WS-HOLDS-PLACED-COUNT
           DISPLAY 'OVERLIMIT ALLOWED      :' WS-OVERLIM-ALLOWED-COUNT
           DISPLAY 'FX FEES POSTED         :' WS-FX-FEE-COUNT
           DISPLAY 'FX FEES TOTAL          :' WS-FX-FEE-TOTAL
           DISPLAY 'FX FEE REVERSALS       :' WS-FX-REV-COUNT
           DISPLAY 'FX FEE REVERSAL TOTAL  :' WS-FX-REV-TOTAL
           DISPLAY 'WALLET TOKENS RESOLVED :' WS-DEVTOKN-RESOLVED-COUNT
           DISPLAY 'VIRTUAL CARDS RESOLVED :' WS-VIRTCRD-RESOLVED-COUNT
      * Set RETURN-CODE 4 if any rejects; 0 if all posted OK
           IF WS-REJECT-COUNT > 0
              MOVE 4 TO RETURN-CODE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      * The policy thresholds in force on the business date --
      * today's when PROCCTRL gave none -- from the BIZRULE
      * file, each listed on the job log with where it came
      * from.
      *---------------------------------------------------------------*
       0076-LOAD-BUSINESS-RULES.
           IF  WS-BUS-DATE = SPACES OR LOW-VALUES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-BRP-DATE(1:4)
               MOVE '-'                        TO WS-BRP-DATE(5:1)
               MOVE FUNCTION CURRENT-DATE(5:2) TO WS-BRP-DATE(6:2)
               MOVE '-'                        TO WS-BRP-DATE(8:1)
               MOVE FUNCTION CURRENT-DATE(7:2) TO WS-BRP-DATE(9:2)
           ELSE
               MOVE WS-BUS-DATE TO WS-BRP-DATE
           END-IF
           MOVE 'VELMAXDY'                 TO WS-BRP-CODE
           MOVE WS-VELOCITY-MAX-DAILY-TXNS TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE TO WS-VELOCITY-MAX-DAILY-TXNS
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      *---------------------------------------------------------------*
      * Opens foreign exchange rate file for random READ.
      * Consulted by 1500-B0-CONVERT-CURRENCY whenever a
               DISPLAY 'NO HOTLIST FILE - HOTLIST CHECK SKIPPED'
           END-IF
           EXIT.
       0571-DEVTOKN-OPEN.
      * A missing device token file is tolerated -- every card
      * number on the feed is then taken as a card number
           OPEN INPUT DEVTOKN-FILE
           IF  DEVTOKN-STATUS = '00'
               MOVE 'Y' TO WS-DEVTOKN-AVAILABLE
           ELSE
               MOVE 'N' TO WS-DEVTOKN-AVAILABLE
               DISPLAY 'NO DEVTOKN FILE - WALLET TOKENS NOT RESOLVED'
           END-IF
           EXIT.
       0583-VIRTCRD-OPEN.
      * A missing virtual card file is tolerated -- no virtual
      * numbers exist until COVCN00C issues one
           OPEN I-O VIRTCRD-FILE
           IF  VIRTCRD-STATUS = '00'
               MOVE 'Y' TO WS-VIRTCRD-AVAILABLE
           ELSE
               MOVE 'N' TO WS-VIRTCRD-AVAILABLE
               DISPLAY 'NO VIRTCRD FILE - VIRTUAL CARDS NOT RESOLVED'
           END-IF
           EXIT.
       0574-DEPOSIT-OPEN.
      * A missing deposit file is tolerated -- no secured
      * products exist until one is funded
               DISPLAY 'NO TRAVEL NOTICE FILE - RELIEF OFF'
           END-IF
           EXIT.
       0584-CARDCHNL-OPEN.
      * A missing channel control file is tolerated -- every
      * channel is then open, as before controls existed
           OPEN INPUT CARDCHNL-FILE
           IF  CARDCHNL-STATUS = '00'
               MOVE 'Y' TO WS-CARDCHNL-AVAILABLE
           ELSE
               MOVE 'N' TO WS-CARDCHNL-AVAILABLE
               DISPLAY 'NO CARD CHANNEL FILE - CONTROLS OFF'
           END-IF
           EXIT.
       0582-RECURMER-OPEN.
      * A missing recurring-merchant file is tolerated -- the
      * detection batch has not run yet
           SET BATCH-STATUS-FAILED          TO TRUE
           MOVE 8                           TO BATCH-RETURN-CD
           REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
      * Completes this run's BATCHHST history row as failed
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           PERFORM 8500-BATCHSTS-CLOSE
           MOVE 'C' TO WS-ALERT-SEVERITY
           PERFORM 8700-RAISE-ALERT
      * Stage 6 (1500-F): Card activation-state check
      * Stage 7 (1500-G): PIN verification (PIN-present only)
      * Stage 8 (1500-H): Cardholder category blocking
      * Stage 9 (1500-I): Card channel controls
      * WS-VALIDATION-FAIL-REASON = 0 means all stages passed.
      *---------------------------------------------------------------*
       1500-VALIDATE-TRAN.
           MOVE SPACES TO WS-MATCH-ORIG-ID
           MOVE SPACES TO WS-FX-FEE-ORIG-ID
           MOVE 'N'    TO WS-FX-CONVERTED
           MOVE SPACES TO WS-CARD-TOKEN
           MOVE 'N'    TO WS-VIRTCRD-MATCHED
           PERFORM 1500-A3-RESOLVE-DEVICE-TOKEN
              THRU 1500-A3-RESOLVE-DEVICE-TOKEN-EXIT.
           IF WS-VALIDATION-FAIL-REASON = 0
              PERFORM 1500-A0-CHECK-CARD-FORMAT
           ELSE
              CONTINUE
           END-IF.
           IF WS-VALIDATION-FAIL-REASON = 0
              PERFORM 1500-A4-RESOLVE-VIRTUAL-CARD
                 THRU 1500-A4-RESOLVE-VIRTUAL-CARD-EXIT
           ELSE
              CONTINUE
           END-IF.
           IF WS-VALIDATION-FAIL-REASON = 0
              PERFORM 1500-A2-CHECK-HOTLIST
           ELSE
           ELSE
              CONTINUE
           END-IF
           IF WS-VALIDATION-FAIL-REASON = 0
              PERFORM 1500-I-CHECK-CHANNEL-CTL
                 THRU 1500-I-CHECK-CHANNEL-CTL-EXIT
           ELSE
              CONTINUE
           END-IF
      * ADD MORE VALIDATIONS HERE
           EXIT.
                                                                                
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Validation stage 0a: digital wallet device token. A
      * number found on DEVTOKN is a token, not a card: an
      * active token is replaced on the record by the card it
      * funds from, and the cascade carries on with the card. A
      * suspended or deleted token rejects (reason 127) with the
      * token still on the reject image. Balance-restoring
      * system records resolve whatever the token's status --
      * the money must move back. A missing DEVTOKN file skips
      * the stage.
      *---------------------------------------------------------------*
       1500-A3-RESOLVE-DEVICE-TOKEN.
           IF WS-DEVTOKN-AVAILABLE NOT = 'Y'
              GO TO 1500-A3-RESOLVE-DEVICE-TOKEN-EXIT
           END-IF
           MOVE DALYTRAN-CARD-NUM TO FD-DTK-TOKEN-NUM
           READ DEVTOKN-FILE INTO DEVICE-TOKEN-RECORD
              INVALID KEY
                GO TO 1500-A3-RESOLVE-DEVICE-TOKEN-EXIT
           END-READ
           IF NOT DTK-STATUS-ACTIVE
              AND NOT DALYTRAN-SRC-BALANCE-RESTORE
              MOVE 127 TO WS-VALIDATION-FAIL-REASON
              MOVE 'DEVICE TOKEN SUSPENDED OR DELETED'
                TO WS-VALIDATION-FAIL-REASON-DESC
              GO TO 1500-A3-RESOLVE-DEVICE-TOKEN-EXIT
           END-IF
           MOVE DTK-CARD-NUM TO DALYTRAN-CARD-NUM
           ADD 1 TO WS-DEVTOKN-RESOLVED-COUNT.
       1500-A3-RESOLVE-DEVICE-TOKEN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Validation stage 0c: virtual card number. A number found
      * on VIRTCRD is a virtual number issued on COVCN00C, and
      * has already passed the check-digit and BIN checks as
      * itself. It is only ever given out for remote use, so a
      * card-present use rejects (129). A purchase needs the
      * number active -- a one-time number used, or any number
      * cancelled, rejects (128) -- and within its expiry by the
      * transaction date (128), at its locked merchant (130) and
      * within what is left of its spend cap (131). A credit --
      * a merchant's refund -- posts to the parent card whatever
      * the number's state. Balance-restoring system records
      * resolve unchecked. A number that passes is replaced on
      * the record by its parent card, so the hotlist, xref,
      * account and card-state stages all work on the real
      * card. A missing VIRTCRD file skips the stage.
      *---------------------------------------------------------------*
       1500-A4-RESOLVE-VIRTUAL-CARD.
           IF WS-VIRTCRD-AVAILABLE NOT = 'Y'
              GO TO 1500-A4-RESOLVE-VIRTUAL-CARD-EXIT
           END-IF
           MOVE DALYTRAN-CARD-NUM TO FD-VCN-NUM
           READ VIRTCRD-FILE INTO VIRTUAL-CARD-RECORD
              INVALID KEY
                GO TO 1500-A4-RESOLVE-VIRTUAL-CARD-EXIT
           END-READ
           EVALUATE TRUE
              WHEN DALYTRAN-SRC-BALANCE-RESTORE
                 CONTINUE
              WHEN DALYTRAN-CARD-IS-PRESENT
                 MOVE 129 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'VIRTUAL CARD NUMBER USED CARD-PRESENT'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              WHEN DALYTRAN-AMT NOT > ZERO
                 CONTINUE
              WHEN VCN-STATUS-USED
                 MOVE 128 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'ONE-TIME VIRTUAL CARD NUMBER ALREADY USED'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              WHEN NOT VCN-STATUS-ACTIVE
                 MOVE 128 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'VIRTUAL CARD NUMBER CANCELLED'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              WHEN VCN-EXPIRY-DATE < DALYTRAN-ORIG-TS(1:10)
                 MOVE 128 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'VIRTUAL CARD NUMBER EXPIRED'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              WHEN VCN-MERCHANT-ID NOT = ZEROS
               AND VCN-MERCHANT-ID NOT = DALYTRAN-MERCHANT-ID
                 MOVE 130 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'VIRTUAL CARD NUMBER LOCKED TO ANOTHER MERCHANT'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              WHEN VCN-SPENT-AMT + DALYTRAN-AMT > VCN-SPEND-CAP
                 MOVE 131 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'VIRTUAL CARD NUMBER SPEND CAP EXCEEDED'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-VALIDATION-FAIL-REASON NOT = 0
              GO TO 1500-A4-RESOLVE-VIRTUAL-CARD-EXIT
           END-IF
           MOVE 'Y'          TO WS-VIRTCRD-MATCHED
           MOVE VCN-CARD-NUM TO DALYTRAN-CARD-NUM
           ADD 1 TO WS-VIRTCRD-RESOLVED-COUNT.
       1500-A4-RESOLVE-VIRTUAL-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Validation stage 0b: the lost/stolen hotlist. A
      * hotlisted card rejects with its own reason (122), and
      * the attempt -- the fraud team's network-claim evidence
                     TO WS-VALIDATION-FAIL-REASON-DESC
                END-IF

      * Open-to-buy cut (ACCT-OTB-CUT-FLAG, set by the CBBST01C
      * bust-out scan): while the account's bust-out case
      * waits for an analyst no new draw on the line posts --
      * purchases, cash advances, balance transfers and
      * convenience checks. Payments, credits, fees and
      * interest still post.
                IF WS-VALIDATION-FAIL-REASON = 0
                   AND WS-POSTING-AMT > ZERO
                   AND ACCT-OTB-IS-CUT
                   AND (DALYTRAN-TYPE-CD = '01' OR '08'
                        OR '10' OR '12')
                   AND NOT DALYTRAN-SRC-BALANCE-RESTORE
                   MOVE 132 TO WS-VALIDATION-FAIL-REASON
                   MOVE 'DRAW REFUSED - OPEN-TO-BUY CUT PENDING REVIEW'
                     TO WS-VALIDATION-FAIL-REASON-DESC
                END-IF

      * Deceased-holder check (CUST-DECEASED-FLAG, set by the
      * CODEC00C screen): no new debits post for a deceased
      * customer on any of their accounts, while payments and
                  NOT INVALID KEY
                     COMPUTE WS-POSTING-AMT ROUNDED =
                        DALYTRAN-AMT * FX-RATE-RATE
                     MOVE 'Y' TO WS-FX-CONVERTED
               END-READ
           END-IF
           EXIT.
      * ID of zero means no merchant is involved (payments,
      * system-generated records) and passes untouched. Any
      * other ID must be on the MERCHANT master (reason 106)
      * and trading -- active or on watch (reason 107). On
      * success MERCHANT-RECORD holds the canonical
      * name/city/zip that 2000-POST-TRANSACTION substitutes
      * onto the posted record in place of the feed's
      * free-form values.
      *---------------------------------------------------------------*
       1500-D-LOOKUP-MERCHANT.
           IF DALYTRAN-MERCHANT-ID = ZEROS
                  TO WS-VALIDATION-FAIL-REASON-DESC
           END-READ
           IF WS-VALIDATION-FAIL-REASON = 0
              IF MER-STATUS-TRADING
                 CONTINUE
              ELSE
                 MOVE 107 TO WS-VALIDATION-FAIL-REASON
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Validation stage 9: Card channel controls. Reads the
      * card's CARDCHNL record (see CVCHN01Y.cpy) and, for a
      * debit, tests each channel the transaction uses against
      * the channel's effective control (1500-I1):
      *   e-commerce    - card not present (reason 133)
      *   international - a foreign currency, or a merchant
      *                   trading outside the USA (reason 134)
      *   cash          - a cash advance, type 08 (reason 135)
      * Credits and balance-restoring system records never
      * decline, and no record means every channel is open.
      *---------------------------------------------------------------*
       1500-I-CHECK-CHANNEL-CTL.
           IF WS-CARDCHNL-AVAILABLE NOT = 'Y'
              OR DALYTRAN-SRC-BALANCE-RESTORE
              OR WS-POSTING-AMT NOT > ZERO
              GO TO 1500-I-CHECK-CHANNEL-CTL-EXIT
           END-IF
           MOVE DALYTRAN-CARD-NUM TO FD-CHN-CARD-NUM
           READ CARDCHNL-FILE INTO CARD-CHNL-CTRL-RECORD
              INVALID KEY
                GO TO 1500-I-CHECK-CHANNEL-CTL-EXIT
           END-READ

           IF DALYTRAN-CARD-NOT-PRESENT
              MOVE 1 TO WS-CHN-IDX
              PERFORM 1500-I1-EFFECTIVE-CONTROL
              IF WS-CHN-EFFECTIVE = 'B'
                 MOVE 133 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'E-COMMERCE USE TURNED OFF FOR THIS CARD'
                   TO WS-VALIDATION-FAIL-REASON-DESC
                 GO TO 1500-I-CHECK-CHANNEL-CTL-EXIT
              END-IF
           END-IF

           IF (DALYTRAN-CURRENCY-CD NOT = SPACES
               AND DALYTRAN-CURRENCY-CD NOT = 'USD')
              OR (DALYTRAN-MERCHANT-ID NOT = ZEROS
               AND NOT MER-COUNTRY-DOMESTIC)
              MOVE 2 TO WS-CHN-IDX
              PERFORM 1500-I1-EFFECTIVE-CONTROL
              IF WS-CHN-EFFECTIVE = 'B'
                 MOVE 134 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'INTERNATIONAL USE TURNED OFF FOR THIS CARD'
                   TO WS-VALIDATION-FAIL-REASON-DESC
                 GO TO 1500-I-CHECK-CHANNEL-CTL-EXIT
              END-IF
           END-IF

           IF DALYTRAN-TYPE-CD = '08'
              MOVE 3 TO WS-CHN-IDX
              PERFORM 1500-I1-EFFECTIVE-CONTROL
              IF WS-CHN-EFFECTIVE = 'B'
                 MOVE 135 TO WS-VALIDATION-FAIL-REASON
                 MOVE 'CASH USE TURNED OFF FOR THIS CARD'
                   TO WS-VALIDATION-FAIL-REASON-DESC
              END-IF
           END-IF.
       1500-I-CHECK-CHANNEL-CTL-EXIT.
           IF WS-VALIDATION-FAIL-REASON NOT = 0
              ADD 1 TO WS-CHN-DECLINE-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The effective control on channel WS-CHN-IDX: a
      * temporary control governs through its end date (the
      * transaction's own date decides, not the run date); past
      * it, or with none set, the standing control applies.
      *---------------------------------------------------------------*
       1500-I1-EFFECTIVE-CONTROL.
           IF NOT CHN-TMP-NONE (WS-CHN-IDX)
              AND DALYTRAN-ORIG-TS(1:10) NOT >
                  CHN-TMP-END-DATE (WS-CHN-IDX)
              MOVE CHN-TMP-FLAG (WS-CHN-IDX) TO WS-CHN-EFFECTIVE
           ELSE
              MOVE CHN-STD-FLAG (WS-CHN-IDX) TO WS-CHN-EFFECTIVE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Persists the PIN failure counter (and any block it
      * tripped) onto the card record.
      *---------------------------------------------------------------*
           EXIT.
      *---------------------------------------------------------------*
      * One step of the prior-refund total: accumulates every
      * posted credit linked to the matched original. The same
      * pass picks up the foreign transaction fee the original
      * drew, if any (a debit linked to it in 07/0008), for
      * the reversal 2450 posts behind the refund.
      *---------------------------------------------------------------*
       1500-E4-SUM-NEXT.
           READ TRANSACT-FILE NEXT RECORD INTO TRAN-RECORD
                 AND TRAN-AMT < ZERO
                 ADD TRAN-AMT TO WS-PRIOR-REFUND-TOT
              END-IF
              IF TRAN-ORIG-TRAN-ID = WS-MATCH-ORIG-ID
                 AND TRAN-TYPE-CD = '07'
                 AND TRAN-CAT-CD = 0008
                 AND TRAN-AMT > ZERO
                 MOVE TRAN-ID  TO WS-FX-FEE-ORIG-ID
                 MOVE TRAN-AMT TO WS-FX-FEE-ORIG-AMT
              END-IF
           ELSE
              IF TRANFILE-STATUS = '10'
                 MOVE 'Y' TO WS-E3-SCAN-EOF
                 PERFORM 2800-UPDATE-ACCOUNT-REC
           END-EVALUATE
           PERFORM 2850-UPDATE-CARD-SPEND
      * A transaction on a virtual number counts against that
      * number's cap as well as the card's
           IF  WS-VIRTCRD-MATCHED = 'Y'
               PERFORM 2880-UPDATE-VIRTUAL-CARD
           END-IF
      * A posting against a known subscription pair is counted
      * on the run output -- the recurring flag the closure
      * and dispute teams read off RECURMER by card
           END-IF
           PERFORM 2900-WRITE-TRANSACTION-FILE

      * A converted debit draws the product's foreign
      * transaction fee; a refund of a purchase that drew one
      * gives the refunded share back. A credit on a charged-
      * off account went to recovery -- the fee was written off
      * with the balance, so nothing is reversed there. Fees
      * and deposits never draw the fee themselves.
           IF  WS-FX-CONVERTED = 'Y'
               AND WS-POSTING-AMT > ZERO
               AND DALYTRAN-TYPE-CD NOT = '07'
               AND DALYTRAN-TYPE-CD NOT = '09'
               AND NOT DALYTRAN-SRC-BALANCE-RESTORE
               PERFORM 2400-POST-FX-FEE
                  THRU 2400-POST-FX-FEE-EXIT
           END-IF
           IF  WS-FX-FEE-ORIG-ID NOT = SPACES
               AND WS-POSTING-AMT < ZERO
               AND NOT ACCT-IS-CHARGED-OFF
               PERFORM 2450-REVERSE-FX-FEE
                  THRU 2450-REVERSE-FX-FEE-EXIT
           END-IF

      * A large posted payment restores the balance now but
      * its availability waits: place the funds hold the
      * credit-limit check (1500-B8) counts. Returned-payment

           EXIT.                                                                
                                                                                
      *---------------------------------------------------------------*
      * Foreign transaction fee on the converted debit just
      * posted: the product's PRD-FX-FEE-PCT of the converted
      * amount, in the account's currency, as a type 07
      * category 0008 transaction linked to the purchase. No
      * catalog, no row for the group, a no-FX-fee product, or
      * a zero percentage charges nothing.
      *---------------------------------------------------------------*
       2400-POST-FX-FEE.
           IF WS-PRODCAT-AVAILABLE NOT = 'Y'
              GO TO 2400-POST-FX-FEE-EXIT
           END-IF
           MOVE ACCT-GROUP-ID TO FD-PRD-GROUP-ID
           READ PRODCAT-FILE INTO PRODUCT-CATALOG-RECORD
              INVALID KEY
                 GO TO 2400-POST-FX-FEE-EXIT
           END-READ
           IF PRD-NO-FX-FEE
              OR PRD-FX-FEE-PCT NOT NUMERIC
              GO TO 2400-POST-FX-FEE-EXIT
           END-IF
           MOVE PRD-FX-FEE-PCT TO WS-FX-FEE-PCT
           COMPUTE WS-FX-FEE-AMT ROUNDED =
              WS-POSTING-AMT * WS-FX-FEE-PCT / 100
           IF WS-FX-FEE-AMT NOT > ZERO
              GO TO 2400-POST-FX-FEE-EXIT
           END-IF

           MOVE 'FX'        TO WS-FX-GEN-PFX
           MOVE DALYTRAN-ID TO WS-FX-FEE-PURCH-ID
           PERFORM 2460-BUILD-FX-FEE-TRAN
           STRING 'Foreign transaction fee on ' DELIMITED BY SIZE
                  WS-FX-FEE-PURCH-ID            DELIMITED BY SIZE
             INTO TRAN-DESC
           END-STRING
           PERFORM 2470-APPLY-FX-FEE-TRAN
           ADD 1             TO WS-FX-FEE-COUNT
           ADD WS-FX-FEE-AMT TO WS-FX-FEE-TOTAL.
       2400-POST-FX-FEE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reverses the refunded share of the foreign transaction
      * fee the refund's purchase drew:
      *   fee x refund amount / purchase amount
      * capped at the fee, as a type 07 category 0008 credit
      * linked to the fee itself.
      *---------------------------------------------------------------*
       2450-REVERSE-FX-FEE.
           IF WS-MATCH-ORIG-AMT NOT > ZERO
              GO TO 2450-REVERSE-FX-FEE-EXIT
           END-IF
           COMPUTE WS-FX-FEE-AMT ROUNDED =
              WS-FX-FEE-ORIG-AMT * WS-REFUND-AMT / WS-MATCH-ORIG-AMT
           IF WS-FX-FEE-AMT > WS-FX-FEE-ORIG-AMT
              MOVE WS-FX-FEE-ORIG-AMT TO WS-FX-FEE-AMT
           END-IF
           IF WS-FX-FEE-AMT NOT > ZERO
              GO TO 2450-REVERSE-FX-FEE-EXIT
           END-IF
           COMPUTE WS-FX-FEE-AMT = WS-FX-FEE-AMT * -1

           MOVE 'FR'              TO WS-FX-GEN-PFX
           MOVE WS-FX-FEE-ORIG-ID TO WS-FX-FEE-PURCH-ID
           PERFORM 2460-BUILD-FX-FEE-TRAN
           STRING 'Foreign transaction fee reversal '
                                                DELIMITED BY SIZE
                  WS-FX-FEE-ORIG-ID             DELIMITED BY SIZE
             INTO TRAN-DESC
           END-STRING
           PERFORM 2470-APPLY-FX-FEE-TRAN
           ADD 1             TO WS-FX-REV-COUNT
           ADD WS-FX-FEE-AMT TO WS-FX-REV-TOTAL.
       2450-REVERSE-FX-FEE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Builds the fee (or reversal) TRAN-RECORD: the generated
      * ID, 07/0008, WS-FX-FEE-AMT in the account's currency,
      * the card's token, and the link to WS-FX-FEE-PURCH-ID.
      * The caller supplies the description.
      *---------------------------------------------------------------*
       2460-BUILD-FX-FEE-TRAN.
           IF WS-BUS-DATE NOT = SPACES
              MOVE WS-BUS-DATE(3:2) TO WS-FX-GEN-DATE(1:2)
              MOVE WS-BUS-DATE(6:2) TO WS-FX-GEN-DATE(3:2)
              MOVE WS-BUS-DATE(9:2) TO WS-FX-GEN-DATE(5:2)
           ELSE
              MOVE DB2-YYYY(3:2)    TO WS-FX-GEN-DATE(1:2)
              MOVE DB2-MM           TO WS-FX-GEN-DATE(3:2)
              MOVE DB2-DD           TO WS-FX-GEN-DATE(5:2)
           END-IF
           IF WS-PARTITION-ID = SPACE
              MOVE '0'             TO WS-FX-GEN-PART
           ELSE
              MOVE WS-PARTITION-ID TO WS-FX-GEN-PART
           END-IF
           MOVE WS-TRANSACTION-COUNT TO WS-FX-GEN-SEQ

           INITIALIZE TRAN-RECORD
           MOVE WS-FX-GEN-TRAN-ID      TO TRAN-ID
           MOVE '07'                   TO TRAN-TYPE-CD
           MOVE 0008                   TO TRAN-CAT-CD
           MOVE 'FXFEE'                TO TRAN-SOURCE
           MOVE WS-FX-FEE-AMT          TO TRAN-AMT
           MOVE 0                      TO TRAN-MERCHANT-ID
           MOVE SPACES                 TO TRAN-MERCHANT-NAME
                                          TRAN-MERCHANT-CITY
                                          TRAN-MERCHANT-ZIP
           MOVE WS-CARD-TOKEN          TO TRAN-CARD-NUM
           MOVE DALYTRAN-ORIG-TS       TO TRAN-ORIG-TS
           MOVE 'N'                    TO TRAN-CARD-PRESENT
           MOVE WS-FX-TO-CURR          TO TRAN-CURRENCY-CD
           MOVE WS-FX-FEE-PURCH-ID     TO TRAN-ORIG-TRAN-ID
           PERFORM Z-GET-DB2-FORMAT-TIMESTAMP
           MOVE DB2-FORMAT-TS          TO TRAN-PROC-TS
           MOVE DB2-YYYY               TO TRAN-POST-RUN-ID(1:4)
           MOVE DB2-MM                 TO TRAN-POST-RUN-ID(5:2)
           MOVE DB2-DD                 TO TRAN-POST-RUN-ID(7:2)
           EXIT.
      *---------------------------------------------------------------*
      * Posts the built fee (or reversal): the account's 07/0008
      * category balance, the account balance and cycle
      * accumulator (no rewards -- a fee earns no points), and
      * the TRANSACT record. Any I/O failure abends, the same
      * as the purchase's own posting steps.
      *---------------------------------------------------------------*
       2470-APPLY-FX-FEE-TRAN.
           MOVE XREF-ACCT-ID TO FD-TRANCAT-ACCT-ID
           MOVE '07'         TO FD-TRANCAT-TYPE-CD
           MOVE 0008         TO FD-TRANCAT-CD
           READ TCATBAL-FILE INTO TRAN-CAT-BAL-RECORD
              INVALID KEY
                 INITIALIZE TRAN-CAT-BAL-RECORD
                 MOVE XREF-ACCT-ID TO TRANCAT-ACCT-ID
                 MOVE '07'         TO TRANCAT-TYPE-CD
                 MOVE 0008         TO TRANCAT-CD
                 ADD WS-FX-FEE-AMT TO TRAN-CAT-BAL
                 WRITE FD-TRAN-CAT-BAL-RECORD
                    FROM TRAN-CAT-BAL-RECORD
              NOT INVALID KEY
                 ADD WS-FX-FEE-AMT TO TRAN-CAT-BAL
                 REWRITE FD-TRAN-CAT-BAL-RECORD
                    FROM TRAN-CAT-BAL-RECORD
           END-READ
           IF  TCATBALF-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING TRANSACTION BALANCE FILE'
               MOVE TCATBALF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           ADD WS-FX-FEE-AMT TO ACCT-CURR-BAL
           IF WS-FX-FEE-AMT >= 0
              ADD WS-FX-FEE-AMT TO ACCT-CURR-CYC-CREDIT
           ELSE
              ADD WS-FX-FEE-AMT TO ACCT-CURR-CYC-DEBIT
           END-IF
           REWRITE FD-ACCTFILE-REC FROM ACCOUNT-RECORD
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           WRITE FD-TRANFILE-REC FROM TRAN-RECORD
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO TRANSACTION FILE'
               MOVE TRANFILE-STATUS  TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * Places one funds-availability hold for the payment
      * just posted: the standard business-day term, or the
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * Records a posted use of a virtual card number on VIRTCRD
      * (still held from 1500-A4): a purchase adds to the spent
      * amount and the use count, and uses up a one-time number;
      * a refund gives its amount back to the cap, never below
      * zero. Balance-restoring system records leave the number
      * as it was.
      *---------------------------------------------------------------*
       2880-UPDATE-VIRTUAL-CARD.
           IF DALYTRAN-SRC-BALANCE-RESTORE
              CONTINUE
           ELSE
              IF DALYTRAN-AMT > ZERO
                 ADD DALYTRAN-AMT TO VCN-SPENT-AMT
                 IF VCN-USE-COUNT < 99999
                    ADD 1 TO VCN-USE-COUNT
                 END-IF
                 IF VCN-TYPE-ONE-TIME
                    SET VCN-STATUS-USED TO TRUE
                    MOVE DALYTRAN-ORIG-TS(1:10) TO VCN-STATUS-DATE
                 END-IF
              ELSE
                 ADD DALYTRAN-AMT TO VCN-SPENT-AMT
                 IF VCN-SPENT-AMT < ZERO
                    MOVE ZERO TO VCN-SPENT-AMT
                 END-IF
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:14) TO VCN-LAST-USED-TS
              MOVE DALYTRAN-ID TO VCN-LAST-TRAN-ID
              REWRITE FD-VIRTCRD-REC FROM VIRTUAL-CARD-RECORD
              IF VIRTCRD-STATUS NOT = '00'
                 DISPLAY 'ERROR REWRITING VIRTUAL CARD FILE'
                 MOVE VIRTCRD-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.

      *---------------------------------------------------------------*         
      * Writes the posted transaction record to TRANSACT VSAM.
      * Uses random WRITE keyed by TRAN-ID. Abends on write
               CLOSE BINRANGE-FILE
           END-IF
           EXIT.
       9801-DEVTOKN-CLOSE.
           IF  WS-DEVTOKN-AVAILABLE = 'Y'
               CLOSE DEVTOKN-FILE
           END-IF
           EXIT.
       9813-VIRTCRD-CLOSE.
           IF  WS-VIRTCRD-AVAILABLE = 'Y'
               CLOSE VIRTCRD-FILE
           END-IF
           EXIT.
       9803-HOTLIST-CLOSE.
           IF  WS-HOTLIST-AVAILABLE = 'Y'
               CLOSE HOTLIST-FILE
               CLOSE TRAVNOTE-FILE
           END-IF
           EXIT.
       9814-CARDCHNL-CLOSE.
           IF  WS-CARDCHNL-AVAILABLE = 'Y'
               CLOSE CARDCHNL-FILE
           END-IF
           EXIT.
       9812-RECURMER-CLOSE.
           IF  WS-RECURMER-AVAILABLE = 'Y'
               CLOSE RECURMER-FILE
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
           END-IF
           EXIT.

      *****************************************************************
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      * Called when any critical I/O error is unrecoverable.
