      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   LEGALHLD  - Legal holds (KSDS, random read)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *
      * Receives via JCL PARM: the run date and retention days:
      *   PARM='2022-07-19 365'
      * The retention days are the default: an approved
      * ARCRETDY business rule in force on the run date
      * replaces them, and the job log shows the value used and
      * where it came from.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBARC01C.
              10 FILLER             PIC X     VALUE '-'.
              10 WS-CUT-DD          PIC 9(02).

      * Retention days in force: the PARM value, replaced by its
      * business rule where one is in force
       01 WS-POLICY-VARS.
           05 WS-RETAIN-DAYS            PIC S9(04) COMP VALUE 0.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

       01 WS-COUNTERS.
           05 WS-READ-COUNT             PIC 9(09) VALUE 0.
           05 WS-ARCHIVED-COUNT         PIC 9(09) VALUE 0.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBARC01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           DISPLAY 'RETENTION DAYS: ' PARM-RETAIN-DAYS
           PERFORM 0040-LOAD-BUSINESS-RULES.

           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           COMPUTE WS-CUTOFF-INT = WS-RUN-DATE-INT - WS-RETAIN-DAYS
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-CUT-YYYY

           GOBACK.
      *---------------------------------------------------------------*
      * Takes the retention days from the ARCRETDY business
      * rule in force on the run date; the PARM value stands
      * where none is.
      *---------------------------------------------------------------*
       0040-LOAD-BUSINESS-RULES.
           MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
           MOVE PARM-DATE        TO WS-BRP-DATE
           MOVE 'ARCRETDY'       TO WS-BRP-CODE
           MOVE WS-RETAIN-DAYS   TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE     TO WS-RETAIN-DAYS
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * One step of the archive pass: read the next live
      * transaction; if it is older than the cutoff, write it
      * to the archive (a duplicate key means a prior abended
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
