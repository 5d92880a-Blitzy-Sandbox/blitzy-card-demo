      *   DALYTRAN  - Daily transaction staging (sequential
      *               EXTEND)
      *   REFREG    - Refund register (sequential output, 132)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *
      * Receives via JCL PARM: the run date and the credit
      * aging days: PARM='2022-07-19 030'
      * The aging days are the default: an approved REFAGEDY
      * business rule in force on the run date replaces them,
      * and the register heads with the value used and where it
      * came from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBREF01C.
              10 FILLER             PIC X     VALUE '-'.
              10 WS-CUT-DD          PIC 9(02).

      * Credit aging days in force: the PARM value, replaced by
      * its business rule where one is in force
       01 WS-POLICY-VARS.
           05 WS-AGING-DAYS         PIC S9(04) COMP VALUE 0.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

       01 WS-MISC-VARS.
           05 WS-REFUND-AMT         PIC S9(09)V99 VALUE 0.
           05 WS-TRANID-SUFFIX      PIC 9(06) VALUE 0.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBREF01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           DISPLAY 'CREDIT AGING DAYS: ' PARM-AGING-DAYS
           PERFORM 0040-LOAD-BUSINESS-RULES.

           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-AGING-DAYS
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-CUT-YYYY
           PERFORM 0000-FILES-OPEN.
           MOVE PARM-DATE TO REF-REG-RUN-DATE
           WRITE FD-REFREG-REC FROM REF-REG-HEADER
           PERFORM 0060-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED

           PERFORM 1000-ACCOUNT-STEP
              UNTIL END-OF-FILE = 'Y'.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBREF01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * Takes the credit aging days from the REFAGEDY business
      * rule in force on the run date; the PARM value stands
      * where none is.
      *---------------------------------------------------------------*
       0040-LOAD-BUSINESS-RULES.
           MOVE PARM-AGING-DAYS TO WS-AGING-DAYS
           MOVE PARM-DATE       TO WS-BRP-DATE
           MOVE 'REFAGEDY'      TO WS-BRP-CODE
           MOVE WS-AGING-DAYS   TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE    TO WS-AGING-DAYS
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Writes one business rule the run used, with its source.
      *---------------------------------------------------------------*
       0060-WRITE-RULE-LINE.
           WRITE FD-REFREG-REC FROM WS-BRP-RPT-LINE (WS-BRP-SUB)
           EXIT.
      *---------------------------------------------------------------*
      * One step of the account scan. A landed refund clears
      * the in-process flag; a fresh aged credit generates the
      * disbursement and sets it; a credit already in flight is
           MOVE '.' TO DB2-DOT-1 DB2-DOT-2 DB2-DOT-3
           EXIT.

      *****************************************************************
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
