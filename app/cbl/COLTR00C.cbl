      * BMS Map:     COLTR00 / COLTR0A
      * Function:    Letter template maintenance (admin). One
      *              LTRTMPL record per template line, keyed
      *              letter code + language + line sequence
      *              (CVLTR01Y.cpy). Each letter is kept once per
      *              language it is sent in -- EN, ES, FR, PT, ZH
      *              or VI, blank keyed as EN -- and CBLTR01C
      *              falls back to the English one for a customer
      *              whose language has none.
      *              Enter saves the keyed line (a line already
      *              on file is rewritten); PF5 deletes it; PF6
      *              fetches it for editing. The text may carry
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
      *
         05 WS-LINE-SEQ-N              PIC 9(03) VALUE ZEROS.
      * Template language as keyed, blank read as 'EN'
         05 WS-LANG-CD                 PIC X(02) VALUE 'EN'.
           88 WS-LANG-VALID                VALUE 'EN' 'ES' 'FR'
                                                 'PT' 'ZH' 'VI'.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
                   MOVE 'Template line deleted...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No line on file for code/language/seq...'
                        TO WS-MESSAGE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Template line fetched...' TO WS-MESSAGE
               WHEN DFHRESP(NOTFND)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'No line on file for code/language/seq...'
                        TO WS-MESSAGE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
               MOVE 'Letter code must be entered...' TO WS-MESSAGE
               MOVE -1      TO LTRCDL OF COLTR0AI
           END-IF
           MOVE 'EN' TO WS-LANG-CD
           IF LANGCDI OF COLTR0AI NOT = SPACES AND LOW-VALUES
               MOVE LANGCDI OF COLTR0AI TO WS-LANG-CD
           END-IF
           IF NOT WS-LANG-VALID
               AND ERR-FLG-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Language must be EN, ES, FR, PT, ZH or VI...' TO
                               WS-MESSAGE
               MOVE -1      TO LANGCDL OF COLTR0AI
           END-IF
           IF LINESQI OF COLTR0AI = SPACES OR LOW-VALUES
              OR LINESQI OF COLTR0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
      *----------------------------------------------------------------*
       BUILD-TMPL-KEY.
           MOVE LTRCDI OF COLTR0AI(1:4) TO LTT-LETTER-CODE
           MOVE WS-LANG-CD              TO LTT-LANG-CD
           MOVE WS-LINE-SEQ-N           TO LTT-LINE-SEQ.

      *----------------------------------------------------------------*
       CLEAR-CURRENT-SCREEN.
           MOVE -1              TO LTRCDL  OF COLTR0AI
           MOVE SPACES          TO LTRCDI  OF COLTR0AI
                                   LANGCDI OF COLTR0AI
                                   LINESQI OF COLTR0AI
                                   TEXTI   OF COLTR0AI
                                   WS-MESSAGE
