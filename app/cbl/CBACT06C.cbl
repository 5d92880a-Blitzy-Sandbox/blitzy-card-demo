      *                   the account currently carries a balance in
      *
      * Any account still flagged ACCT-ACTIVE-STATUS = 'Y' that
      * has gone more than the DORMDAYS business rule (BIZRULE,
      * 90 days when none is in force) since its oldest unpaid
      * posting, or lands in the NO ACTIVITY bucket, is
      * additionally marked DORMANT on its report line and
      * rolled into a DORMANT total on the closing line -- these
      * are the accounts the system still considers active but
      * that have gone quiet long enough to be worth a closure
      * or reactivation-outreach review.
      *
      * Intended to run as a daily reporting step, independent of
      * and downstream from the CBTRN02C posting run.
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   TRANFILE  - Transaction master (sequential input, one
      *               pre-pass to build the aging lookup table)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *   BALRPT    - Balance-aging report output (sequential, 132-
      *               col)
      *
      *               and can land in NO ACTIVITY / DORMANT -- the
      *               prior TCATBALF-driven control break never saw
      *               such an account.
      *   2026-10-15  Dormancy now keys off the DORMDAYS business
      *               rule in force on the run date instead of the
      *               fixed OVER 90 bucket; the rule used prints
      *               under the report page header.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBACT06C.
      * Set by 1160-DETECT-DORMANT-ACCOUNT; moved to the report
      * line's BAL-DTL-DORMANT-FLAG on the control break
       01  WS-DORMANT-FLAG               PIC X(07) VALUE SPACES.
      * Days since the oldest unpaid posting beyond which an
      * active account is dormant: the DORMDAYS business rule,
      * set by 0600-LOAD-BUSINESS-RULES
       01  WS-DORMANT-DAYS               PIC S9(04) COMP VALUE 90.

      * Aging lookup table, built by the TRANSACT-FILE pre-pass
      * (1600-BUILD-AGING-TABLE): one entry per distinct account/
       01  WS-ARC-DATE                   PIC X(10).
       01  WS-ARC-LINE                   PIC X(132).

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01  WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

       LINKAGE SECTION.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           PERFORM 0300-CUSTDAT-OPEN.
           PERFORM 0500-TRANSACT-OPEN.
           PERFORM 0400-BALRPT-OPEN.
           PERFORM 0600-LOAD-BUSINESS-RULES.

           MOVE PARM-DATE TO WS-DATE-YMD-X10
           PERFORM Z-CONVERT-DATE-TO-YYYYMMDD
           EXIT.
      *---------------------------------------------------------------*
      * Flags dormant accounts: still ACCT-ACTIVE-STATUS = 'Y' (the
      * system has not closed or blocked them) but either past
      * WS-DORMANT-DAYS since the oldest unpaid posting or filed
      * in the NO ACTIVITY bucket by 1150-DETERMINE-AGING-BUCKET
      * above -- an account team candidate for a closure or
      * reactivation-outreach review.
      *---------------------------------------------------------------*
       1160-DETECT-DORMANT-ACCOUNT.
           MOVE SPACES TO WS-DORMANT-FLAG
           IF ACCT-ACTIVE-STATUS = 'Y'
               EVALUATE TRUE
                   WHEN WS-BUCKET-DESC = 'NO ACTIVITY'
                   WHEN WS-DAYS-SINCE-ACTIVITY > WS-DORMANT-DAYS
                       MOVE 'DORMANT' TO WS-DORMANT-FLAG
                       ADD 1 TO WS-DORMANT-COUNT
                   WHEN OTHER
           MOVE PARM-DATE TO BAL-HDR-RUN-DATE
           MOVE BAL-PAGE-HEADER TO FD-BALRPT-REC
           PERFORM 1111-WRITE-RPT-REC
           PERFORM 1060-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           MOVE BAL-COLUMN-HEADER-1 TO FD-BALRPT-REC
           PERFORM 1111-WRITE-RPT-REC
           MOVE BAL-COLUMN-HEADER-2 TO FD-BALRPT-REC
           PERFORM 1111-WRITE-RPT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Writes one business rule the run used, with its source.
      *---------------------------------------------------------------*
       1060-WRITE-RULE-LINE.
           MOVE WS-BRP-RPT-LINE (WS-BRP-SUB) TO FD-BALRPT-REC
           PERFORM 1111-WRITE-RPT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Writes the closing total line with per-bucket account counts.
      *---------------------------------------------------------------*
       1500-WRITE-RPT-TOTAL.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Takes the dormancy threshold from the DORMDAYS business
      * rule in force on the run date; 90 days stands where
      * none is.
      *---------------------------------------------------------------*
       0600-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE       TO WS-BRP-DATE
           MOVE 'DORMDAYS'      TO WS-BRP-CODE
           MOVE WS-DORMANT-DAYS TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE    TO WS-DORMANT-DAYS
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *****************************************************************
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

      *---------------------------------------------------------------*
      * Splits a YYYY-MM-DD field (WS-DATE-YMD-X10, set by the
      * caller) into WS-DATE-YMD-9 for use with FUNCTION
      * INTEGER-OF-DATE.
