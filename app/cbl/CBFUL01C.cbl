      *      The card is marked EXTRACTED with the run date. A
      *      card with no vault token is skipped and reported,
      *      never extracted with its real number -- run
      *      CBTKN01C first. A card on an account with a
      *      SHIPHOLD row (CVSHP01Y.cpy) is held instead: while
      *      the run date is on or before the hold's end and
      *      the account takeover case behind it is not yet
      *      cleared, the card stays pending -- it extracts on
      *      the first run after the hold lifts -- and is
      *      reported as held.
      *
      *   3. AGE: every card EXTRACTED more than the aging
      *      window (7 days) ago with no confirmation prints on
      *               primary key and TOKEN-ID alternate key)
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   SHIPHOLD  - Card shipment holds (KSDS, random read)
      *   FRAUDCSE  - Fraud case queue (KSDS, random read)
      *   SHIPCONF  - Vendor shipped confirmations (sequential
      *               input, 50)
      *   FULEXT    - Vendor fulfillment extract (sequential
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

      * SHIPHOLD: accounts whose new plastic is held by an
      * account takeover case (CBATO01C); FRAUDCSE: the case
      * itself, whose clearing lifts the hold early.
           SELECT SHIPHOLD-FILE ASSIGN TO SHIPHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SHH-ACCT-ID
                  FILE STATUS  IS SHIPHOLD-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FRD-KEY
                  FILE STATUS  IS FRAUDCSE-STATUS.

           SELECT SHIPCONF-FILE ASSIGN TO SHIPCONF
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS SHIPCONF-STATUS.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the card shipment hold VSAM (50 bytes)
       FD  SHIPHOLD-FILE.
       01  FD-SHIPHOLD-REC.
           05 FD-SHH-ACCT-ID                    PIC 9(11).
           05 FD-SHH-DATA                       PIC X(39).

      * FD for the fraud case VSAM (500 bytes)
       FD  FRAUDCSE-FILE.
       01  FD-FRAUDCSE-REC.
           05 FD-FRD-KEY                        PIC X(12).
           05 FD-FRD-DATA                       PIC X(488).

      * FD for the vendor shipped confirmations (50 bytes)
       FD  SHIPCONF-FILE.
       01  FD-SHIPCONF-REC                      PIC X(50).
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVSHP01Y: 50-byte card shipment hold record
       COPY CVSHP01Y.
       01  SHIPHOLD-STATUS.
           05  SHIPHOLD-STAT1      PIC X.
           05  SHIPHOLD-STAT2      PIC X.

      * CVFRD01Y: 500-byte fraud case record
       COPY CVFRD01Y.
       01  FRAUDCSE-STATUS.
           05  FRAUDCSE-STAT1      PIC X.
           05  FRAUDCSE-STAT2      PIC X.

      * Vendor shipped-confirmation record (sole-reader
      * convention): the card's vault token and the ship date.
       01  SHIP-CONFIRM-RECORD.
           05 WS-RUN-DATE-INT           PIC S9(09) COMP VALUE 0.
           05 WS-EXTRACT-DATE-INT       PIC S9(09) COMP VALUE 0.
           05 WS-CARD-TOKEN             PIC X(16) VALUE SPACES.
           05 WS-SHIP-HELD              PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-CONF-COUNT             PIC 9(09) VALUE 0.
           05 WS-SHIPPED-COUNT          PIC 9(09) VALUE 0.
           05 WS-EXTRACT-COUNT          PIC 9(09) VALUE 0.
           05 WS-NOTOKEN-COUNT          PIC 9(09) VALUE 0.
           05 WS-AGED-COUNT             PIC 9(09) VALUE 0.
           05 WS-HELD-COUNT             PIC 9(09) VALUE 0.

      * Fulfillment report lines (sole-writer convention).
      * Report lines carry the token, never the PAN.
           PERFORM 0100-TOKNVLT-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTDAT-OPEN.
           PERFORM 0350-SHIPHOLD-OPEN.
           PERFORM 0370-FRAUDCSE-OPEN.
           PERFORM 0400-SHIPCONF-OPEN.
           PERFORM 0500-FULEXT-OPEN.
           PERFORM 0600-FULRPT-OPEN.
           MOVE 'EXTRACTED NOT CONFIRMED   :' TO WS-FUL-RPT-TOT-LABEL
           MOVE WS-AGED-COUNT                 TO WS-FUL-RPT-TOT-COUNT
           WRITE FD-FULRPT-REC FROM WS-FUL-RPT-TOTAL-LINE
           MOVE 'HELD - TAKEOVER CASE      :' TO WS-FUL-RPT-TOT-LABEL
           MOVE WS-HELD-COUNT                 TO WS-FUL-RPT-TOT-COUNT
           WRITE FD-FULRPT-REC FROM WS-FUL-RPT-TOTAL-LINE

           PERFORM 9000-CARDDAT-CLOSE.
           PERFORM 9100-TOKNVLT-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTDAT-CLOSE.
           PERFORM 9350-SHIPHOLD-CLOSE.
           PERFORM 9370-FRAUDCSE-CLOSE.
           PERFORM 9400-SHIPCONF-CLOSE.
           PERFORM 9500-FULEXT-CLOSE.
           PERFORM 9600-FULRPT-CLOSE.
           DISPLAY 'CARDS EXTRACTED        :' WS-EXTRACT-COUNT
           DISPLAY 'CARDS WITHOUT TOKEN    :' WS-NOTOKEN-COUNT
           DISPLAY 'EXTRACTED NOT CONFIRMED:' WS-AGED-COUNT
           DISPLAY 'CARDS HELD             :' WS-HELD-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
                  DISPLAY 'FULFILLMENT XREF NOT FOUND'
                  GO TO 3200-EXTRACT-CARD-EXIT
           END-READ
           PERFORM 3250-CHECK-SHIP-HOLD
              THRU 3250-CHECK-SHIP-HOLD-EXIT
           IF  WS-SHIP-HELD = 'Y'
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-CARD-TOKEN  TO WS-FUL-RPT-TOKEN
               MOVE SHH-HOLD-UNTIL TO WS-FUL-RPT-DATE
               MOVE 'HELD - ACCOUNT TAKEOVER CASE'
                 TO WS-FUL-RPT-REMARK
               WRITE FD-FULRPT-REC FROM WS-FUL-RPT-LINE
               GO TO 3200-EXTRACT-CARD-EXIT
           END-IF
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
       3200-EXTRACT-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Is the card's account under a shipment hold? Held while
      * the run date is on or before SHH-HOLD-UNTIL, unless the
      * case behind the hold has been cleared (CLEARED or, for
      * a transaction case, RELEASED). A case no longer on file
      * holds nothing.
      *---------------------------------------------------------------*
       3250-CHECK-SHIP-HOLD.
           MOVE 'N' TO WS-SHIP-HELD
           MOVE XREF-ACCT-ID TO FD-SHH-ACCT-ID
           READ SHIPHOLD-FILE INTO SHIP-HOLD-RECORD
               INVALID KEY
                  GO TO 3250-CHECK-SHIP-HOLD-EXIT
           END-READ
           IF  PARM-DATE > SHH-HOLD-UNTIL
               GO TO 3250-CHECK-SHIP-HOLD-EXIT
           END-IF
           MOVE SHH-CASE-KEY TO FD-FRD-KEY
           READ FRAUDCSE-FILE INTO FRAUD-CASE-RECORD
               INVALID KEY
                  GO TO 3250-CHECK-SHIP-HOLD-EXIT
           END-READ
           IF  FRD-STATUS-CLEARED
           OR  FRD-STATUS-RELEASED
               GO TO 3250-CHECK-SHIP-HOLD-EXIT
           END-IF
           MOVE 'Y' TO WS-SHIP-HELD.
       3250-CHECK-SHIP-HOLD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Ages one extracted card: past the window with no
      * confirmation prints on the report. The report carries
      * the vault token, resolved fresh for the line.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card shipment holds for random read.
      *---------------------------------------------------------------*
       0350-SHIPHOLD-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT SHIPHOLD-FILE
           IF  SHIPHOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SHIPMENT HOLD FILE'
               MOVE SHIPHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fraud case queue for random read.
      *---------------------------------------------------------------*
       0370-FRAUDCSE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the shipped confirmation file for input.
      *---------------------------------------------------------------*
       0400-SHIPCONF-OPEN.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card shipment holds.
      *---------------------------------------------------------------*
       9350-SHIPHOLD-CLOSE.
           CLOSE SHIPHOLD-FILE
           IF  SHIPHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING SHIPMENT HOLD FILE'
               MOVE SHIPHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case queue.
      *---------------------------------------------------------------*
       9370-FRAUDCSE-CLOSE.
           CLOSE FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the shipped confirmation file.
      *---------------------------------------------------------------*
       9400-SHIPCONF-CLOSE.
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
