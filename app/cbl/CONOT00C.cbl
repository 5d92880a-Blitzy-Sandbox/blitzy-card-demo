                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
      * A complaint is tracked as a case on COCPL00C; the note
      * alone does not start the regulatory clock
               IF NOTE-CAT-COMPLAINT
                   MOVE 'Note added - open the complaint case on CCPL'
                     TO WS-MESSAGE
               ELSE
                   MOVE 'Note added...' TO WS-MESSAGE
               END-IF
               MOVE SPACES TO NOTETXTI OF CONOT0AI
               MOVE SPACES TO NOTECATI OF CONOT0AI
           ELSE
