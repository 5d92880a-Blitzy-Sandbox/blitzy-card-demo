      *              back in service; use PF5's active-status field
      *              alone to just block or unblock a card without
      *              reissuing it.
      *              The card's digital wallet device tokens
      *              (DEVTOKN, CVDTK01Y.cpy) follow it: blocking
      *              suspends them, unblocking resumes the ones
      *              the block suspended, and a reissue relinks
      *              them to the reissued card and its new
      *              expiry. CBDTK01C reports each change to the
      *              network.
      * Files:       CARDDAT (READ, READ UPDATE, REWRITE)
      *              ACCTDAT (READ UPDATE, REWRITE -- PF6 reissue only)
      *              DEVTOKN (READ UPDATE, REWRITE; browsed on the
      *              DEVTKCAX card path)
      * Navigation:  PF3 returns to calling program or main menu.
      *              Enter (re)displays the card after a lookup.
      *              PF5 validates and saves the entered changes.
          05 WS-NEW-EXP-DATE-FMT                    PIC X(10).
          05 WS-TODAY-DATE-FMT                      PIC X(10).

      * Device token follow-up: the active status as read, so a
      * block or unblock can be told from any other change, and
      * the shared per-card token update (CSDTKPY)
       01 WS-DEVICE-TOKEN-FIELDS.
          05 WS-PRIOR-ACTIVE-STATUS                 PIC X(01).
          05 WS-DTU-WORK-AREA.
             COPY CSDTKWY.

      *IBM SUPPLIED COPYBOOKS
       COPY DFHBMSCA.
       COPY DFHAID.
      *ACCOUNT RECORD LAYOUT (PF6 reissue: stamps ACCT-REISSUE-DATE)
       COPY CVACT01Y.

      *DEVICE TOKEN RECORD LAYOUT (wallet tokens follow the card)
       COPY CVDTK01Y.

      * Parameters for the shared CSLUHNCK check-digit routine
      * (CALLed by 2220-EDIT-CARD)
       01  WS-LUHN-FUNC                             PIC X(01).
              GO TO 9560-DETECT-AND-REWRITE-CARD-EXIT
           END-IF

           MOVE CARD-ACTIVE-STATUS   TO WS-PRIOR-ACTIVE-STATUS
           MOVE CRDNAMEI OF CCRDUPAI TO CARD-EMBOSSED-NAME
           MOVE CRDSTCDI OF CCRDUPAI TO CARD-ACTIVE-STATUS
           MOVE WS-EXP-DATE-FMT      TO CARD-EXPIRAION-DATE
                  SET  WS-INFORM-OUTPUT  TO TRUE
                  MOVE 'Card updated successfully' TO WS-RETURN-MSG
                  SET  WS-RETURN-MSG-OFF TO TRUE
                  IF CARD-ACTIVE-STATUS NOT = WS-PRIOR-ACTIVE-STATUS
                     PERFORM 9570-SYNC-DEVICE-TOKENS
                        THRU 9570-SYNC-DEVICE-TOKENS-EXIT
                  END-IF
               WHEN OTHER
                  SET INPUT-ERROR                 TO TRUE
                  MOVE 'REWRITE'                  TO ERROR-OPNAME
           EXIT
           .

      * 9570-SYNC-DEVICE-TOKENS: a card just blocked ('N')
      * suspends its active wallet tokens; one just unblocked
      * resumes the tokens a block suspended -- never ones a
      * hotlist or the network suspended. The card change has
      * already been saved, so a token failure only asks the
      * operator to repeat the change.
       9570-SYNC-DEVICE-TOKENS.
           MOVE CARD-NUM             TO WS-DTU-CARD-NUM
           MOVE CDEMO-USER-ID        TO WS-DTU-USR-ID
           MOVE 'CL'                 TO WS-DTU-REASON
           IF CARD-ACTIVE-STATUS = 'N'
              SET WS-DTU-SUSPEND     TO TRUE
           ELSE
              SET WS-DTU-RESUME      TO TRUE
           END-IF
           PERFORM UPDATE-CARD-DEVICE-TOKENS
              THRU UPDATE-CARD-DEVICE-TOKENS-EXIT
           IF WS-DTU-FAILED
              MOVE 'Card updated but wallet tokens were not - retry'
                                     TO WS-RETURN-MSG
           END-IF
           .
       9570-SYNC-DEVICE-TOKENS-EXIT.
           EXIT
           .

      * 9600-REISSUE-CARD: PF6 replacement/reissue action. Re-reads
      * CARDDAT WITH UPDATE, generates a new CVV and a 4-year-out
      * expiration date, reactivates the card, REWRITEs CARDDAT, then
                     MOVE 'Card reissued successfully'
                                             TO WS-RETURN-MSG
                     SET  WS-RETURN-MSG-OFF  TO TRUE
                     PERFORM 9660-RELINK-DEVICE-TOKENS
                        THRU 9660-RELINK-DEVICE-TOKENS-EXIT
                  END-IF
               WHEN OTHER
                  SET INPUT-ERROR                 TO TRUE
           EXIT
           .

      * 9660-RELINK-DEVICE-TOKENS: moves the card's wallet
      * tokens onto the reissued card (CSDTKPY takes the old and
      * the new number, so a reissue under a new number relinks
      * the same way) with the new expiry, and brings back any
      * a hotlist suspended -- the customer's phone keeps paying
      * with the replacement card without re-enrolling.
       9660-RELINK-DEVICE-TOKENS.
           MOVE CARD-NUM             TO WS-DTU-CARD-NUM
           MOVE CARD-NUM             TO WS-DTU-NEW-CARD-NUM
           MOVE CARD-EXPIRAION-DATE  TO WS-DTU-NEW-EXPIRY
           MOVE CDEMO-USER-ID        TO WS-DTU-USR-ID
           MOVE 'RI'                 TO WS-DTU-REASON
           SET WS-DTU-RELINK         TO TRUE
           PERFORM UPDATE-CARD-DEVICE-TOKENS
              THRU UPDATE-CARD-DEVICE-TOKENS-EXIT
           IF WS-DTU-FAILED
              MOVE 'Card reissued but wallet tokens were not relinked'
                                     TO WS-RETURN-MSG
           END-IF
           .
       9660-RELINK-DEVICE-TOKENS-EXIT.
           EXIT
           .

      *****************************************************************
      * Plain text exit - Dont use in production
      *****************************************************************
      ****************************************************************
       COPY CSUTLDPY.

      ****************************************************************
      * CSDTKPY: the shared per-card device token update
      * (UPDATE-CARD-DEVICE-TOKENS) behind 9570 and 9660.
      * See app/cpy/CSDTKPY.cpy
      ****************************************************************
       COPY CSDTKPY.

       ABEND-ROUTINE.
           IF ABEND-MSG EQUAL LOW-VALUES
              MOVE 'UNEXPECTED ABEND OCCURRED.' TO ABEND-MSG
