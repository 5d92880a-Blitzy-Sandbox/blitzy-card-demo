      *              stage filter (1=30 2=60 3=90 4=120+) restricts
      *              the list to one stage, using the same
      *              skip-while-browsing approach COTRN00C applies
      *              to its card-number filter. Accounts with an
      *              open promise to pay (CWQ-PTP-OPEN) are skipped
      *              the same way until CBPTP01C settles the
      *              promise; a broken promise sorts to the top.
      * Files:       COLLWQ (STARTBR, READNEXT, READPREV, ENDBR)
      * Navigation:  PF3 returns to caller. PF7/PF8 page backward/
      *              forward. Selecting a row (S) with ENTER XCTLs
      *----------------------------------------------------------------*
      *                 POPULATE-WQ-SCREEN-FORWARD
      *----------------------------------------------------------------*
      * Reads forward through COLLWQ, honoring the stage filter
      * and passing over accounts with an open promise to pay,
      * and paints up to WS-MAX-ROWS matching rows onto the list
      * screen. Remembers the first/last key shown so the next
      * PF7/PF8 request can resume from the correct anchor.
               IF ERR-FLG-ON
                   EXIT PERFORM
               END-IF
               IF (CDEMO-CCL0-STAGE-FILTER = SPACES
                  OR CWQ-DELINQ-STAGE = CDEMO-CCL0-STAGE-FILTER)
                  AND NOT CWQ-PTP-OPEN
                   ADD 1 TO WS-PAGE-ROW-CNT
                   SET FOUND-ROWS-YES TO TRUE
                   IF WS-PAGE-ROW-CNT = 1

           PERFORM UNTIL WS-PAGE-ROW-CNT >= WS-MAX-ROWS
                    OR ERR-FLG-ON
               IF (CDEMO-CCL0-STAGE-FILTER = SPACES
                  OR CWQ-DELINQ-STAGE = CDEMO-CCL0-STAGE-FILTER)
                  AND NOT CWQ-PTP-OPEN
                   ADD 1 TO WS-PAGE-ROW-CNT
                   SET FOUND-ROWS-YES TO TRUE
                   MOVE CWQ-KEY TO CDEMO-CCL0-KEY-FIRST
