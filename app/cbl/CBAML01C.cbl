      * Two review sections print:
      *   THRESHOLD   - customers whose aggregate cash for the
      *                 run date exceeds the daily reporting
      *                 limit (AMLCSHTH, $10,000).
      *   STRUCTURING - customers with AMLSTRCT (three) or more
      *                 individual cash advances inside the
      *                 lookback window (AMLLKBDY, 7 days), each
      *                 just under the limit (AMLNRPCT, 70-100%
      *                 of it) -- the classic pattern of
      *                 splitting cash across cards or days to
      *                 stay under the report line.
      *
      * The four limits are business rules: the value approved
      * on the BIZRULE file and in force on the run date, or
      * the figure above when none is. The report heads with
      * the value used for each and where it came from.
      *
      * Files accessed:
      *   TRANFILE  - Transaction master (KSDS, DYNAMIC input:
      *   TOKNVLT   - Card token vault (KSDS, random read by
      *               TOKEN-ID alternate key)
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *   AMLRPT    - Cash activity review report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Policy limits: the daily cash reporting threshold, the
      * just-under band (fraction of the threshold a single
      * draw must reach to count toward structuring), the
      * lookback window, and the draw count that flags. Each is
      * replaced at start of run by its business rule when one
      * is in force.
       01 WS-POLICY-VARS.
           05 WS-CASH-THRESHOLD         PIC S9(09)V99
                                         VALUE 10000.00.
                   VALUE ' DRAWS '.
           05 WS-AML-RPT-COUNT          PIC 9(05).
           05 FILLER                    PIC X(09)
                   VALUE ' WINDOW '.
           05 WS-AML-RPT-WINDOW         PIC -(9)9.99.
           05 FILLER                    PIC X(12)
                   VALUE ' NEAR-LIMIT '.
           05 WS-AML-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(95) VALUE SPACES.
       01 WS-AML-RPT-BLANK              PIC X(132) VALUE SPACES.
       01 WS-AML-RPT-RULE.
           05 WS-AML-RPT-RULE-TXT       PIC X(80).
           05 FILLER                    PIC X(52) VALUE SPACES.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

       LINKAGE SECTION.
      * JCL PARM interface: the business date aggregated,
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.
      * The limits in force on the run date
           PERFORM 0400-LOAD-BUSINESS-RULES.

           MOVE PARM-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE PARM-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE PARM-DATE TO WS-AML-RPT-RUN-DATE
           WRITE FD-AMLRPT-REC FROM WS-AML-RPT-HEADER
           WRITE FD-AMLRPT-REC FROM WS-AML-RPT-BLANK
           PERFORM 3050-PRINT-RULE-LINE
              VARYING WS-AML-I FROM 1 BY 1
              UNTIL WS-AML-I > WS-BRP-LINES-USED
           WRITE FD-AMLRPT-REC FROM WS-AML-RPT-BLANK

           MOVE 'AGGREGATE DAILY CASH OVER REPORTING THRESHOLD'
             TO WS-AML-RPT-SECTION-TXT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints one limit used by the run, with its source.
      *---------------------------------------------------------------*
       3050-PRINT-RULE-LINE.
           MOVE WS-BRP-RPT-LINE (WS-AML-I) TO WS-AML-RPT-RULE-TXT
           WRITE FD-AMLRPT-REC FROM WS-AML-RPT-RULE
           EXIT.
      *---------------------------------------------------------------*
      * Prints the customer's full cash picture.
      *---------------------------------------------------------------*
       3900-PRINT-CUSTOMER-LINE.
           WRITE FD-AMLRPT-REC FROM WS-AML-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Replaces each policy limit with its business rule in
      * force on the run date; the compiled value stands where
      * none is.
      *---------------------------------------------------------------*
       0400-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE         TO WS-BRP-DATE
           MOVE 'AMLCSHTH'        TO WS-BRP-CODE
           MOVE WS-CASH-THRESHOLD TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE      TO WS-CASH-THRESHOLD
           MOVE 'AMLNRPCT'        TO WS-BRP-CODE
           MOVE WS-NEAR-FLOOR-PCT TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE      TO WS-NEAR-FLOOR-PCT
           MOVE 'AMLLKBDY'        TO WS-BRP-CODE
           MOVE WS-LOOKBACK-DAYS  TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE      TO WS-LOOKBACK-DAYS
           MOVE 'AMLSTRCT'        TO WS-BRP-CODE
           MOVE WS-STRUCTURE-COUNT TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE      TO WS-STRUCTURE-COUNT
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Opens the transaction master for dynamic input.
      *---------------------------------------------------------------*
       0000-TRANFILE-OPEN.
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
