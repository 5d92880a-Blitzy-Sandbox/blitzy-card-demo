      *              companions COTRC00C). Entered from the list with
      *              a selected merchant ID (update mode) or with
      *              zero (add mode, PF5 on the list). The operator
      *              keys the canonical name, city, ZIP, country
      *              (blank for USA), default category, and
      *              status; Enter validates and
      *              writes a new record or rewrites the existing
      *              one. The canonical values keyed here are what
      *              CBTRN02C posts onto every transaction for this
      *              merchant in place of the feed's free-form
      *              spelling. A country other than USA makes the
      *              merchant's transactions international for
      *              the card channel controls (CVCHN01Y.cpy).
      * Files:       MERCHANT (READ, READ UPDATE, WRITE, REWRITE)
      * Navigation:  PF3 returns to the merchant list (COMER00C).
      *================================================================*
           COMPUTE MER-CATEGORY-CD =
               FUNCTION NUMVAL(MERCATI OF COMER1AI)
           MOVE MERSTATI OF COMER1AI  TO MER-STATUS
           MOVE MERCTRYI OF COMER1AI  TO MER-COUNTRY-CD

           IF MER-FOUND
               PERFORM REWRITE-MERCHANT-FILE
      *                   VALIDATE-MERCHANT-FIELDS
      *----------------------------------------------------------------*
      * Edits the keyed merchant fields: numeric non-zero ID,
      * required name, numeric category, status A, W or I
      * (defaulting a blank status to Active). W (watch) is
      * normally set by the monthly CBMRK01C risk run; keying
      * A over it lifts the watch.
       VALIDATE-MERCHANT-FIELDS.
           IF MERIDI OF COMER1AI = SPACES OR LOW-VALUES
              OR MERIDI OF COMER1AI IS NOT NUMERIC
           IF ERR-FLG-OFF
               EVALUATE MERSTATI OF COMER1AI
                   WHEN 'A'
                   WHEN 'W'
                   WHEN 'I'
                       CONTINUE
                   WHEN SPACES
                       MOVE 'A' TO MERSTATI OF COMER1AI
                   WHEN OTHER
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Status must be A, W or I...' TO WS-MESSAGE
                       MOVE -1       TO MERSTATL OF COMER1AI
               END-EVALUATE
           END-IF

      * Country: blank (or USA) is domestic; anything else must
      * be a three-letter code
           IF ERR-FLG-OFF
               IF MERCTRYI OF COMER1AI = LOW-VALUES
                   MOVE SPACES TO MERCTRYI OF COMER1AI
               END-IF
               IF MERCTRYI OF COMER1AI NOT = SPACES
                  AND MERCTRYI OF COMER1AI IS NOT ALPHABETIC-UPPER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Country must be a 3-letter code...' TO
                                   WS-MESSAGE
                   MOVE -1       TO MERCTRYL OF COMER1AI
               END-IF
           END-IF.

      *----------------------------------------------------------------*
           MOVE MER-CITY          TO MERCITYI OF COMER1AI
           MOVE MER-ZIP           TO MERZIPI  OF COMER1AI
           MOVE MER-CATEGORY-CD   TO MERCATI  OF COMER1AI
           MOVE MER-STATUS        TO MERSTATI OF COMER1AI
           MOVE MER-COUNTRY-CD    TO MERCTRYI OF COMER1AI.

      *----------------------------------------------------------------*
      *                      READ-MERCHANT-FILE
