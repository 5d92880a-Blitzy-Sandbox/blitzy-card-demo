      *   LEGALHLD  - Legal holds (KSDS, random read)
      *   PURGERPT  - Purge report (sequential output, 132)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *
      * Receives via JCL PARM: the run date, the TCATBAL
      * retention days, and the closed-account retention days:
      *   PARM='2022-07-19 090 365'
      * The two retention periods are the defaults: an approved
      * HKPTCTDY / HKPCLSDY business rule in force on the run
      * date replaces them, and the report heads with the
      * values used and where each came from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBHKP01C.
              10 FILLER             PIC X     VALUE '-'.
              10 WS-CLSD-CUT-DD     PIC 9(02).

      * Retention days in force: the PARM values, replaced by
      * their business rules where one is in force
       01 WS-POLICY-VARS.
           05 WS-TCAT-DAYS              PIC S9(04) COMP VALUE 0.
           05 WS-CLOSED-DAYS            PIC S9(04) COMP VALUE 0.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

      * Processing flags and counters
       01 WS-MISC-VARS.
           05 WS-ACCT-FOUND-FLAG        PIC X(01).
           DISPLAY 'TCATBAL RETENTION DAYS: ' PARM-TCAT-DAYS
           DISPLAY 'CLOSED-ACCT RETENTION DAYS: ' PARM-CLOSED-DAYS

           PERFORM 0040-LOAD-BUSINESS-RULES.
           PERFORM 0050-SET-CUTOFF-DATES.
           PERFORM 0100-FILES-OPEN.
      * Opens BATCHSTS and records this job as running
           MOVE PARM-DATE TO HKP-RPT-RUN-DATE
           WRITE FD-PURGERPT-REC FROM HKP-RPT-HEADER
           WRITE FD-PURGERPT-REC FROM HKP-RPT-BLANK
           PERFORM 0060-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           WRITE FD-PURGERPT-REC FROM HKP-RPT-BLANK

           PERFORM 1000-PURGE-TCATBAL.
           PERFORM 2000-PURGE-CLOSED-CARDS.

           GOBACK.
      *---------------------------------------------------------------*
      * Takes the two retention periods from their business
      * rules in force on the run date; the PARM values stand
      * where none is.
      *---------------------------------------------------------------*
       0040-LOAD-BUSINESS-RULES.
           MOVE PARM-TCAT-DAYS   TO WS-TCAT-DAYS
           MOVE PARM-CLOSED-DAYS TO WS-CLOSED-DAYS
           MOVE PARM-DATE        TO WS-BRP-DATE
           MOVE 'HKPTCTDY'       TO WS-BRP-CODE
           MOVE WS-TCAT-DAYS     TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE     TO WS-TCAT-DAYS
           MOVE 'HKPCLSDY'       TO WS-BRP-CODE
           MOVE WS-CLOSED-DAYS   TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE     TO WS-CLOSED-DAYS
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Writes one business rule the run used, with its source.
      *---------------------------------------------------------------*
       0060-WRITE-RULE-LINE.
           WRITE FD-PURGERPT-REC FROM WS-BRP-RPT-LINE (WS-BRP-SUB)
           EXIT.
      *---------------------------------------------------------------*
      * Computes the two retention cutoff dates from the run
      * date: anything last active before a cutoff is past its
      * retention.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)

           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-TCAT-DAYS
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-TCAT-CUT-YYYY
           MOVE WS-DATE-YMD-MM   TO WS-TCAT-CUT-MM
           MOVE WS-DATE-YMD-DD   TO WS-TCAT-CUT-DD

           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-CLOSED-DAYS
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-CLSD-CUT-YYYY
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
           CLOSE BATCHSTS-FILE
           EXIT.

      *****************************************************************
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
