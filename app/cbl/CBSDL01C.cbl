      * The STMTDLV delivery-status rows are what the CBSDL02C
      * match-back later confirms against the vendor's mail
      * confirmation file -- a statement the vendor never
      * confirms printing surfaces on that report. Each vendor
      * line carries the language the statement was printed in
      * (from its archive summary), so the vendor's inserts
      * match the statement, and the inserts its statement
      * messages asked for (CVSMS01Y.cpy). A rerun of
      * the same cycle rewrites its own rows (idempotent, the
      * same convention CBREJ01C's load keeps).
      *
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * cycle date whose statements are delivered. The
      * CBYES01C year-end spending summaries are delivered the
      * same way, with PARM-DATE YYYY-12-YE -- the cycle date
      * they are archived under.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSDL01C.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the print vendor extract VSAM (200 bytes)
       FD  PRNTEXT-FILE.
       01  FD-PRNTEXT-REC.
           05 FD-PRX-KEY                        PIC X(35).
           05 FD-PRX-DATA                       PIC X(165).

      * FD for the delivery status VSAM (80 bytes)
       FD  STMTDLV-FILE.
               88 WS-ROUTE-SKIP         VALUE 'S'.
               88 WS-ROUTE-SUPPRESS     VALUE 'M'.
           05 WS-ROUTE-ZIP              PIC X(10) VALUE SPACES.
           05 WS-ROUTE-LANG             PIC X(02) VALUE 'EN'.
           05 WS-ROUTE-INSERTS.
               10 WS-ROUTE-INSERT-CD    PIC X(05) OCCURS 3 TIMES.
       01 WS-COUNTERS.
           05 WS-ARCH-COUNT             PIC 9(09) VALUE 0.
           05 WS-STMT-COUNT             PIC 9(09) VALUE 0.
      *---------------------------------------------------------------*
       2000-ROUTE-STATEMENT.
           ADD 1 TO WS-STMT-COUNT
      * The statement's language and the inserts its messages
      * asked for ride on its sequence-0 summary, the first
      * record of the statement; a summary archived before
      * these were kept prints as English with no inserts
           MOVE 'EN'   TO WS-ROUTE-LANG
           MOVE SPACES TO WS-ROUTE-INSERTS
           IF  SAR-LINE-SEQ = 0
               IF  SAR-SUM-LANG-CD NOT = SPACES
                   MOVE SAR-SUM-LANG-CD TO WS-ROUTE-LANG
               END-IF
               IF  SAR-TYPE-SUMMARY
                   MOVE SAR-SUM-INSERT-CD(1) TO WS-ROUTE-INSERT-CD(1)
                   MOVE SAR-SUM-INSERT-CD(2) TO WS-ROUTE-INSERT-CD(2)
                   MOVE SAR-SUM-INSERT-CD(3) TO WS-ROUTE-INSERT-CD(3)
               END-IF
           END-IF
           MOVE SAR-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
           EXIT.
      *---------------------------------------------------------------*
      * Bundles one archived print line into the vendor extract
      * under the presort key, with the disclosure section it
      * belongs to, the statement's language and its envelope
      * inserts. A cycle rerun rewrites its own lines.
      *---------------------------------------------------------------*
       3000-WRITE-PRINT-LINE.
           INITIALIZE PRNT-EXTRACT-RECORD
           MOVE SAR-CYCLE-DATE    TO PRX-CYCLE-DATE
           MOVE SAR-LINE-SEQ      TO PRX-LINE-SEQ
           MOVE SAR-LINE-DATA     TO PRX-LINE-DATA
           MOVE SAR-LINE-SECTION  TO PRX-LINE-SECTION
           MOVE WS-ROUTE-LANG     TO PRX-LANG-CD
           MOVE WS-ROUTE-INSERT-CD(1) TO PRX-INSERT-CD(1)
           MOVE WS-ROUTE-INSERT-CD(2) TO PRX-INSERT-CD(2)
           MOVE WS-ROUTE-INSERT-CD(3) TO PRX-INSERT-CD(3)

           MOVE PRX-KEY TO FD-PRX-KEY
           WRITE FD-PRNTEXT-REC FROM PRNT-EXTRACT-RECORD
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
