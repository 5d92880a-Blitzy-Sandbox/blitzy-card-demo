      *              attempt on the entry -- the fraud team's
      *              network-claim evidence, reported daily by
      *              CBHOT01C.
      *              The card's digital wallet device tokens
      *              (DEVTOKN, CVDTK01Y.cpy) suspend with it, so
      *              a phone or watch stops paying too; CBDTK01C
      *              tells the network.
      * Files:       CARDDAT (READ, READ UPDATE, REWRITE)
      *              HOTLIST (READ, WRITE)
      *              CARDXREF (READ, for the letter's customer)
      *              LETTERQ (WRITE, 'HOTL' correspondence)
      *              DEVTOKN (READ UPDATE, REWRITE; browsed on
      *              the DEVTKCAX card path)
      * Navigation:  PF3 returns to caller or main menu.
      *================================================================*
       IDENTIFICATION DIVISION.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
      *
         05 WS-CARD-NUM                PIC X(16) VALUE SPACES.
         05 WS-TOKENS-SUSPENDED        PIC Z9.
      * Shared per-card device token update (CSDTKPY)
         05 WS-DTU-WORK-AREA.
       COPY CSDTKWY.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
       COPY CVACT03Y.
      * Letter template + queue records (LETTER-QUEUE-RECORD)
       COPY CVLTR01Y.
      * 200-byte digital wallet device token record
       COPY CVDTK01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM QUEUE-HOTLIST-LETTER
               PERFORM SUSPEND-CARD-TOKENS
               MOVE SPACES TO CARDNI   OF COHOT0AI
               MOVE SPACES TO RSNCDI   OF COHOT0AI
               MOVE SPACES TO CONFIRMI OF COHOT0AI
           END-IF
           .

      *----------------------------------------------------------------*
      *                      SUSPEND-CARD-TOKENS
      *----------------------------------------------------------------*
      * Suspends every active device token on the card and sets
      * the confirmation message. A token failure does not undo
      * the hotlisting: posting still resolves a token to its
      * card and rejects the hotlisted card (reason 122), so
      * the operator is only told to retry the tokens.
       SUSPEND-CARD-TOKENS.
           MOVE WS-CARD-NUM       TO WS-DTU-CARD-NUM
           MOVE CDEMO-USER-ID     TO WS-DTU-USR-ID
           MOVE 'HL'              TO WS-DTU-REASON
           SET WS-DTU-SUSPEND     TO TRUE
           PERFORM UPDATE-CARD-DEVICE-TOKENS
              THRU UPDATE-CARD-DEVICE-TOKENS-EXIT
           EVALUATE TRUE
               WHEN WS-DTU-FAILED
                   MOVE 'Card hotlisted; wallet token suspend failed...'
                     TO WS-MESSAGE
               WHEN WS-DTU-COUNT > ZERO
                   MOVE WS-DTU-COUNT TO WS-TOKENS-SUSPENDED
                   STRING 'Card blocked and hotlisted, '
                                               DELIMITED BY SIZE
                          WS-TOKENS-SUSPENDED  DELIMITED BY SIZE
                          ' wallet token(s) suspended...'
                                               DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   END-STRING
               WHEN OTHER
                   MOVE 'Card blocked and hotlisted...' TO WS-MESSAGE
           END-EVALUATE
           .

      *----------------------------------------------------------------*
      *                      QUEUE-HOTLIST-LETTER
      *----------------------------------------------------------------*

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COHOT0AO
           .

      *----------------------------------------------------------------*
      * CSDTKPY: the shared per-card device token update
      * (UPDATE-CARD-DEVICE-TOKENS). See app/cpy/CSDTKPY.cpy
      *----------------------------------------------------------------*
       COPY CSDTKPY.
