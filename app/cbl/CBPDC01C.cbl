      * APPROVED record for the current business date must
      * exist on the SIGNOFF file (CVEOD01Y.cpy, written by
      * the COEOD00C review screen) or the date stays put and
      * the job ends RETURN-CODE 8. An administrator's OVERRIDE
      * record for the date (COEOD00C, or written by the
      * CBCUP01C catch-up driver under one) opens the gate the
      * same way. A missing SIGNOFF file is tolerated (gate
      * off while it is being introduced), and the PARM
      * override path -- the operator's correction tool --
      * bypasses the gate deliberately.
      *
      * Files accessed:
      *   PROCCTRL  - Process-date control / calendar (KSDS, I-O)
           EXIT.
      *---------------------------------------------------------------*
      * The sign-off gate: reads the SIGNOFF record for the
      * current business date. Only an APPROVED or OVERRIDE
      * verdict opens the gate; a HELD or missing verdict holds
      * the date. A
      * missing sign-off file is tolerated -- the gate is off
      * while the file is being introduced.
      *---------------------------------------------------------------*
                 DISPLAY 'CYCLE APPROVED BY ' EOD-OPERATOR
                    ' AT ' EOD-TS
              END-IF
              IF SIGNOFF-STATUS = '00' AND EOD-OVERRIDDEN
                 MOVE 'Y' TO WS-GATE-OK-FLAG
                 DISPLAY 'SIGN-OFF OVERRIDDEN BY ' EOD-OPERATOR
                    ' AT ' EOD-TS
              END-IF
              CLOSE SIGNOFF-FILE
           ELSE
              MOVE 'N' TO WS-SIGNOFF-AVAILABLE
