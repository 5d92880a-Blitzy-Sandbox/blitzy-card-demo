      *              when the balance exceeds a chosen percent of
      *              the credit limit, when any single posted
      *              transaction exceeds a chosen amount, when a
      *              payment posts, when the due date is N days
      *              away, and when a transaction is declined by
      *              one of the card's channel controls (online,
      *              international or cash use turned off). A
      *              zero (or N) turns an alert off.
      *              The nightly CBALP01C batch evaluates the
      *              elections and writes notifications through
      *              the customer's preferred contact method.
               MOVE 'N' TO ALP-PAYMENT-FLAG
           END-IF
           MOVE WS-DUEDAYS-N  TO ALP-DUEDATE-DAYS
           IF CTLDCLI OF COALP0AI = 'Y' OR 'y'
               MOVE 'Y' TO ALP-CTLDECL-FLAG
           ELSE
               MOVE 'N' TO ALP-CTLDECL-FLAG
           END-IF
           MOVE CDEMO-USER-ID TO ALP-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE(1:14) TO ALP-UPDATED-TS

                       MOVE 'N' TO ALP-PAYMENT-FLAG
                   END-IF
                   MOVE WS-DUEDAYS-N  TO ALP-DUEDATE-DAYS
                   IF CTLDCLI OF COALP0AI = 'Y' OR 'y'
                       MOVE 'Y' TO ALP-CTLDECL-FLAG
                   ELSE
                       MOVE 'N' TO ALP-CTLDECL-FLAG
                   END-IF
                   MOVE CDEMO-USER-ID TO ALP-UPDATED-BY
                   MOVE FUNCTION CURRENT-DATE(1:14)
                     TO ALP-UPDATED-TS
                   MOVE WS-TXN-AMT-D    TO TXNAMTI  OF COALP0AI
                   MOVE ALP-PAYMENT-FLAG TO PYMTFLI OF COALP0AI
                   MOVE ALP-DUEDATE-DAYS TO DUEDAYI OF COALP0AI
                   MOVE ALP-CTLDECL-FLAG TO CTLDCLI OF COALP0AI
                   MOVE DFHGREEN TO ERRMSGC OF COALP0AO
                   MOVE 'Elections fetched...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
           IF WS-BAL-PCT-N = 0 AND WS-TXN-AMT-N = 0
              AND WS-DUEDAYS-N = 0
              AND PYMTFLI OF COALP0AI NOT = 'Y' AND 'y'
              AND CTLDCLI OF COALP0AI NOT = 'Y' AND 'y'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Elect at least one alert (or PF5 removes)...'
                    TO WS-MESSAGE
                                   TXNAMTI OF COALP0AI
                                   PYMTFLI OF COALP0AI
                                   DUEDAYI OF COALP0AI
                                   CTLDCLI OF COALP0AI
                                   WS-MESSAGE
           PERFORM SEND-ALERT-SCREEN.
