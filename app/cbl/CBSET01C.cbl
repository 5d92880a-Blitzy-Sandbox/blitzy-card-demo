      *     equal the PARM business date (yesterday's file, or
      *     a re-send, is refused); the trailer's record count
      *     and amount hash (sum of detail cent amounts) must
      *     equal what was actually read. The proven file is
      *     then checked against the FILEREG inbound file
      *     registry (CSFRGCHK): a file already accepted -- by
      *     the source's date and sequence, or by its content --
      *     or one out of the source's sequence is refused. Any
      *     mismatch or refusal, or a missing header/trailer,
      *     ABENDS before one byte reaches DALYTRAN.
      *
      *   Pass 2 - CONVERT: each detail record maps into a
      *     DALYTRAN-RECORD (CVTRA06Y.cpy) including the
      *               output)
      *   SETLEXCP  - Exception report (sequential output, 132)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the file must be for.
           05  STL-HDR-REC-TYPE         PIC X(01).
           05  STL-HDR-FILE-DATE        PIC X(10).
           05  STL-HDR-SOURCE           PIC X(10).
      * The source's file sequence number
           05  STL-HDR-FILE-SEQ         PIC 9(06).
           05  FILLER                   PIC X(173).
       01  SETL-DETAIL-REC REDEFINES SETL-RECORD.
           05  STL-DTL-REC-TYPE         PIC X(01).
           05  STL-DTL-CARD-NUM         PIC X(16).
           05 WS-AMT-N              PIC S9(09)V99 VALUE 0.
           05 WS-TRANID-SUFFIX      PIC 9(06) VALUE 0.
           05 WS-EXCP-REASON        PIC X(40) VALUE SPACES.
           05 WS-FILE-DATE          PIC X(10) VALUE SPACES.
           05 WS-FILE-SEQ           PIC 9(06) VALUE 0.
       01 WS-COUNTERS.
           05 WS-CONVERTED-COUNT    PIC 9(09) VALUE 0.
           05 WS-EXCP-COUNT         PIC 9(09) VALUE 0.
           05 WS-GEN-TRAN-DATE          PIC 9(08).
           05 WS-GEN-TRAN-SFX           PIC 9(06).

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
      *---------------------------------------------------------------*
       1100-CHECK-HEADER.
           MOVE 'Y' TO WS-HEADER-SEEN
           MOVE STL-HDR-FILE-DATE TO WS-FILE-DATE
      * A source that sends no sequence number is held to its
      * dates and content alone
           IF  STL-HDR-FILE-SEQ IS NUMERIC
               MOVE STL-HDR-FILE-SEQ TO WS-FILE-SEQ
           ELSE
               MOVE 0 TO WS-FILE-SEQ
           END-IF
           IF  STL-HDR-FILE-DATE NOT = PARM-DATE
               DISPLAY 'SETTLEMENT FILE DATE ' STL-HDR-FILE-DATE
               DISPLAY 'DOES NOT MATCH BUSINESS DATE ' PARM-DATE
      *---------------------------------------------------------------*
       1200-ACCUMULATE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SETL-RECORD TO WS-FRG-REC-BUF
           MOVE 200         TO WS-FRG-REC-LEN
           PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
           IF  STL-DTL-AMT-CENTS IS NUMERIC
               MOVE STL-DTL-AMT-CENTS TO WS-AMT-CENTS-N
               ADD WS-AMT-CENTS-N TO WS-AMT-HASH
      *---------------------------------------------------------------*
      * Pass-1 closing check: header and trailer present, and
      * the trailer's count and amount hash equal what was
      * actually read, and the file new to the registry and in
      * the source's sequence. Any miss ABENDS the run -- a
      * truncated transmission must never partially post, nor
      * a resent one post twice.
      *---------------------------------------------------------------*
       1500-VALIDATE-FILE-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               DISPLAY 'DOES NOT MATCH ACCUMULATED ' WS-AMT-HASH
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'SETLFILE'          TO FRG-FEED-ID
           MOVE STL-HDR-SOURCE-HOLD TO FRG-SENDER
           MOVE WS-FILE-DATE        TO FRG-FILE-DATE
           MOVE WS-FILE-SEQ         TO FRG-FILE-SEQ
           MOVE WS-BATCH-JOB-NAME   TO FRG-INTAKE-JOB
           MOVE PARM-DATE           TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF  NOT FRG-ACCEPTED
               DISPLAY 'SETTLEMENT FILE REFUSED BY FILE REGISTRY - '
                  'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY 'SETTLEMENT FILE VALIDATED: ' WS-DETAIL-COUNT
              ' DETAILS'
           EXIT.
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

      * Shared file registry paragraphs (CSFRGPY.cpy):
      * FRG-HASH-RECORD and FRG-REGISTER-FILE over the CSFRGWY
      * work area above.
       COPY CSFRGPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
