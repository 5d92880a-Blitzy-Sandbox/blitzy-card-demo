      ******************************************************************
      *Procedure Division Copybook for the business rule lookup
      ******************************************************************
      * ***  PERFORM LOOKUP-BIZ-RULE to replace WS-BRP-VALUE with
      *         the WS-BRP-CODE rule in force on WS-BRP-DATE
      *      PERFORM CLOSE-BIZ-RULES once the run's rules are in
      ******************************************************************
      *
      * Working storage fields: see CSBRPWY.cpy
      * The rule file itself is CVBRP01Y.cpy (BIZRULE), read by
      *   the CALLed CSBRPLKP routine.
      *
      * One rule: the value in force, or the caller's default
      * when none is, with the line saying which -- shown on
      * the job log and kept for the run report.
       LOOKUP-BIZ-RULE.
           MOVE 'G' TO WS-BRP-FUNC
           CALL 'CSBRPLKP' USING WS-BRP-FUNC
                                 WS-BRP-CODE
                                 WS-BRP-DATE
                                 WS-BRP-VALUE
                                 WS-BRP-LINE
           DISPLAY WS-BRP-LINE
           IF WS-BRP-LINES-USED < 8
              ADD 1 TO WS-BRP-LINES-USED
              MOVE WS-BRP-LINE TO WS-BRP-RPT-LINE(WS-BRP-LINES-USED)
           END-IF
           .
       LOOKUP-BIZ-RULE-EXIT.
           EXIT
           .

      * Closes the rule file for the run.
       CLOSE-BIZ-RULES.
           MOVE 'C' TO WS-BRP-FUNC
           CALL 'CSBRPLKP' USING WS-BRP-FUNC
                                 WS-BRP-CODE
                                 WS-BRP-DATE
                                 WS-BRP-VALUE
                                 WS-BRP-LINE
           .
       CLOSE-BIZ-RULES-EXIT.
           EXIT
           .
      *
