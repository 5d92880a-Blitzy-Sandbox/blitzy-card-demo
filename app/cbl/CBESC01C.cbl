      *               output, 190)
      *   ESCHRPT   - Escheatment register (sequential output,
      *               132)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *
      * Receives via JCL PARM: the run date, the dormancy days,
      * and the due-diligence days:
      *   PARM='2022-07-19 365 060'
      * The two day counts are the defaults: an approved
      * ESCDRMDY / ESCDILDY business rule in force on the run
      * date replaces them, and the register heads with the
      * values used and where each came from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBESC01C.
              10 FILLER             PIC X     VALUE '-'.
              10 WS-DILG-CUT-DD     PIC 9(02).

      * Dormancy and diligence days in force: the PARM values,
      * replaced by their business rules where one is in force
       01 WS-POLICY-VARS.
           05 WS-DORMANCY-DAYS      PIC S9(04) COMP VALUE 0.
           05 WS-DILIGENCE-DAYS     PIC S9(04) COMP VALUE 0.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

       01 WS-MISC-VARS.
           05 WS-ESCHEAT-AMT        PIC S9(09)V99 VALUE 0.
           05 WS-TRANID-SUFFIX      PIC 9(06) VALUE 0.
           DISPLAY 'DORMANCY DAYS: ' PARM-DORMANCY-DAYS
           DISPLAY 'DILIGENCE DAYS: ' PARM-DILIGENCE-DAYS

           PERFORM 0040-LOAD-BUSINESS-RULES.
           PERFORM 0050-SET-CUTOFF-DATES.

           MOVE PARM-DATE(1:4)  TO WS-GEN-TRAN-DATE(1:4)
           MOVE PARM-DATE TO ESC-RPT-RUN-DATE
           WRITE FD-ESCHRPT-REC FROM ESC-RPT-HEADER
           WRITE FD-ESCHRPT-REC FROM ESC-RPT-BLANK
           PERFORM 0060-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           WRITE FD-ESCHRPT-REC FROM ESC-RPT-BLANK

           PERFORM 1000-ACCOUNT-STEP
              UNTIL END-OF-FILE = 'Y'.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBESC01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * Takes the dormancy and diligence days from their
      * business rules in force on the run date; the PARM
      * values stand where none is.
      *---------------------------------------------------------------*
       0040-LOAD-BUSINESS-RULES.
           MOVE PARM-DORMANCY-DAYS  TO WS-DORMANCY-DAYS
           MOVE PARM-DILIGENCE-DAYS TO WS-DILIGENCE-DAYS
           MOVE PARM-DATE           TO WS-BRP-DATE
           MOVE 'ESCDRMDY'          TO WS-BRP-CODE
           MOVE WS-DORMANCY-DAYS    TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE        TO WS-DORMANCY-DAYS
           MOVE 'ESCDILDY'          TO WS-BRP-CODE
           MOVE WS-DILIGENCE-DAYS   TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE        TO WS-DILIGENCE-DAYS
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Writes one business rule the run used, with its source.
      *---------------------------------------------------------------*
       0060-WRITE-RULE-LINE.
           WRITE FD-ESCHRPT-REC FROM WS-BRP-RPT-LINE (WS-BRP-SUB)
           EXIT.
      *---------------------------------------------------------------*
      * Computes the two cutoff dates from the run date: last
      * activity before the dormancy cutoff makes a stuck
      * refund unclaimed property; a diligence letter dated
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)

           COMPUTE WS-CUTOFF-INT =
               WS-RUN-DATE-INT - WS-DORMANCY-DAYS
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-DORM-CUT-YYYY
           MOVE WS-DATE-YMD-DD   TO WS-DORM-CUT-DD

           COMPUTE WS-CUTOFF-INT =
               WS-RUN-DATE-INT - WS-DILIGENCE-DAYS
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-DILG-CUT-YYYY
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
