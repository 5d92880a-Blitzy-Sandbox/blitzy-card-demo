      ******************************************************************
      *Common code for the per-card device token update
      ******************************************************************
      *----------------------------------------------------------------*
      * Procedure Division Copybook: the shared change of every
      * digital wallet device token funded by one card.
      * Companion to CSDTKWY.cpy (working-storage buffers); the
      * consuming program must also COPY CVDTK01Y and CSDAT01Y.
      *
      * The card's tokens are browsed on the DEVTKCAX path
      * (DTK-CARD-NUM), then each is read for update on DEVTOKN
      * by its token number, changed, and flagged for the next
      * CBDTK01C lifecycle extract to report to the network.
      *----------------------------------------------------------------*
       UPDATE-CARD-DEVICE-TOKENS.
           SET WS-DTU-IS-OK TO TRUE
           MOVE ZEROS TO WS-DTU-COUNT
           MOVE ZEROS TO WS-DTU-FOUND
           MOVE 'N'   TO WS-DTU-BROWSE-END
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-DTU-TODAY
           END-STRING
           MOVE WS-CURDATE-N      TO WS-DTU-NOW-TS(1:8)
           MOVE WS-CURTIME-HOURS  TO WS-DTU-NOW-TS(9:2)
           MOVE WS-CURTIME-MINUTE TO WS-DTU-NOW-TS(11:2)
           MOVE WS-CURTIME-SECOND TO WS-DTU-NOW-TS(13:2)

           MOVE WS-DTU-CARD-NUM TO WS-DTU-BROWSE-KEY
           EXEC CICS STARTBR
                DATASET   (WS-DTU-CARDPATH-FILE)
                RIDFLD    (WS-DTU-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-DTU-BROWSE-KEY)
                GTEQ
                RESP      (WS-DTU-RESP-CD)
                RESP2     (WS-DTU-REAS-CD)
           END-EXEC
           EVALUATE WS-DTU-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
      * No token on or after the card, or no token file yet --
      * nothing to change
               WHEN DFHRESP(NOTFND)
               WHEN DFHRESP(FILENOTFOUND)
                   GO TO UPDATE-CARD-DEVICE-TOKENS-EXIT
               WHEN OTHER
                   SET WS-DTU-FAILED TO TRUE
                   GO TO UPDATE-CARD-DEVICE-TOKENS-EXIT
           END-EVALUATE
           PERFORM COLLECT-CARD-DEVICE-TOKEN
              UNTIL WS-DTU-BROWSE-END = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-DTU-CARDPATH-FILE)
           END-EXEC

           PERFORM CHANGE-ONE-DEVICE-TOKEN
              THRU CHANGE-ONE-DEVICE-TOKEN-EXIT
              VARYING WS-DTU-IX FROM 1 BY 1
              UNTIL WS-DTU-IX > WS-DTU-FOUND
                 OR WS-DTU-FAILED
           .
       UPDATE-CARD-DEVICE-TOKENS-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * One step of the path browse: keeps the token number while
      * the card still matches (DUPKEY just says more tokens
      * share it). A card past the table's capacity is treated
      * as a failure rather than left part changed unnoticed.
       COLLECT-CARD-DEVICE-TOKEN.
           EXEC CICS READNEXT
                DATASET   (WS-DTU-CARDPATH-FILE)
                INTO      (DEVICE-TOKEN-RECORD)
                LENGTH    (LENGTH OF DEVICE-TOKEN-RECORD)
                RIDFLD    (WS-DTU-BROWSE-KEY)
                KEYLENGTH (LENGTH OF WS-DTU-BROWSE-KEY)
                RESP      (WS-DTU-RESP-CD)
                RESP2     (WS-DTU-REAS-CD)
           END-EXEC
           IF (WS-DTU-RESP-CD = DFHRESP(NORMAL)
               OR WS-DTU-RESP-CD = DFHRESP(DUPKEY))
              AND DTK-CARD-NUM = WS-DTU-CARD-NUM
              IF WS-DTU-FOUND < WS-DTU-TOKEN-MAX
                 ADD 1 TO WS-DTU-FOUND
                 MOVE DTK-TOKEN-NUM
                   TO WS-DTU-TOKEN-NUM(WS-DTU-FOUND)
              ELSE
                 SET WS-DTU-FAILED TO TRUE
                 MOVE 'Y' TO WS-DTU-BROWSE-END
              END-IF
           ELSE
              MOVE 'Y' TO WS-DTU-BROWSE-END
           END-IF
           .
      *----------------------------------------------------------------*
      * Changes one gathered token as the action asks. A token
      * the action does not apply to (already suspended, not
      * suspended for this reason, or deleted) is released
      * untouched.
       CHANGE-ONE-DEVICE-TOKEN.
           MOVE WS-DTU-TOKEN-NUM(WS-DTU-IX) TO DTK-TOKEN-NUM
           EXEC CICS READ
                DATASET   (WS-DTU-DEVTOKN-FILE)
                INTO      (DEVICE-TOKEN-RECORD)
                LENGTH    (LENGTH OF DEVICE-TOKEN-RECORD)
                RIDFLD    (DTK-TOKEN-NUM)
                KEYLENGTH (LENGTH OF DTK-TOKEN-NUM)
                UPDATE
                RESP      (WS-DTU-RESP-CD)
                RESP2     (WS-DTU-REAS-CD)
           END-EXEC
           IF WS-DTU-RESP-CD NOT = DFHRESP(NORMAL)
              SET WS-DTU-FAILED TO TRUE
              GO TO CHANGE-ONE-DEVICE-TOKEN-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-DTU-SUSPEND
                AND DTK-STATUS-ACTIVE
                   SET DTK-STATUS-SUSPENDED TO TRUE
                   MOVE WS-DTU-REASON       TO DTK-STATUS-REASON
                   MOVE WS-DTU-TODAY        TO DTK-STATUS-DATE
                   SET DTK-NOTIFY-SUSPEND   TO TRUE
      * A resume lifts only the suspension this same kind of
      * action put on (WS-DTU-REASON) -- a hotlisted card's
      * tokens stay down when its status is merely flipped back
               WHEN WS-DTU-RESUME
                AND DTK-STATUS-SUSPENDED
                AND DTK-STATUS-REASON = WS-DTU-REASON
                   SET DTK-STATUS-ACTIVE    TO TRUE
                   MOVE WS-DTU-TODAY        TO DTK-STATUS-DATE
                   SET DTK-NOTIFY-RESUME    TO TRUE
               WHEN WS-DTU-RELINK
                AND NOT DTK-STATUS-DELETED
                   IF WS-DTU-NEW-CARD-NUM NOT = DTK-CARD-NUM
                      MOVE DTK-CARD-NUM     TO DTK-PRIOR-CARD-NUM
                      MOVE WS-DTU-NEW-CARD-NUM
                                            TO DTK-CARD-NUM
                   END-IF
                   MOVE WS-DTU-NEW-EXPIRY   TO DTK-CARD-EXPIRY-DATE
      * Only the suspension a hotlist put on comes off -- one
      * the cardholder or the network asked for stands
                   IF DTK-STATUS-SUSPENDED
                      AND DTK-REASON-HOTLIST
                      SET DTK-STATUS-ACTIVE TO TRUE
                   END-IF
                   SET DTK-REASON-REISSUE   TO TRUE
                   MOVE WS-DTU-TODAY        TO DTK-STATUS-DATE
                   SET DTK-NOTIFY-UPDATE    TO TRUE
               WHEN OTHER
                   EXEC CICS UNLOCK
                        DATASET   (WS-DTU-DEVTOKN-FILE)
                   END-EXEC
                   GO TO CHANGE-ONE-DEVICE-TOKEN-EXIT
           END-EVALUATE
           MOVE WS-DTU-NOW-TS TO DTK-LAST-UPD-TS
           MOVE WS-DTU-USR-ID TO DTK-LAST-UPD-USR-ID

           EXEC CICS REWRITE
                DATASET   (WS-DTU-DEVTOKN-FILE)
                FROM      (DEVICE-TOKEN-RECORD)
                LENGTH    (LENGTH OF DEVICE-TOKEN-RECORD)
                RESP      (WS-DTU-RESP-CD)
                RESP2     (WS-DTU-REAS-CD)
           END-EXEC
           IF WS-DTU-RESP-CD = DFHRESP(NORMAL)
              ADD 1 TO WS-DTU-COUNT
           ELSE
              SET WS-DTU-FAILED TO TRUE
           END-IF
           .
       CHANGE-ONE-DEVICE-TOKEN-EXIT.
           EXIT.
