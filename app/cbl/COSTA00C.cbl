      *              closing balance, minimum due, transaction
      *              count. Selecting a cycle (S) with ENTER XCTLs
      *              to COSTA01C to page through the archived
      *              statement lines. A year-end spending summary
      *              (CBYES01C, cycle date YYYY-12-YE) lists among
      *              the cycles from its own YEAR-END summary
      *              record and pages through the same way.
      * Files:       STMTARCH (STARTBR, READNEXT, ENDBR)
      * Navigation:  PF3 returns to caller. Selection goes to
      *              COSTA01C.
               IF SAR-ACCT-ID NOT = WS-ACCT-ID-N
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF SAR-TYPE-SUMMARY OR SAR-TYPE-YEAR-END
                       ADD 1 TO WS-PAGE-ROW-CNT
                       MOVE SPACES TO
                            SEL0001I OF COSTA0AI(WS-PAGE-ROW-CNT)
