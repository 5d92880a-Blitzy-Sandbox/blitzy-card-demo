      *     millionths), proven by a pre-pass before any update,
      *     the same control-total discipline CBSET01C's
      *     settlement feed follows.
      *   - The proven feed must be new to the FILEREG inbound
      *     file registry (CSFRGCHK) and in the source's file
      *     sequence -- a feed already loaded, by its date and
      *     sequence or by its content, is refused with the
      *     registry's own CRITICAL alert and an ABEND.
      *   - Each detail's movement against the rate already on
      *     file is checked: a move beyond the tolerance (10%
      *     either way) is rejected to the report and NOT
      *   FXLRPT    - Load report (132, output)
      *   ALERTS    - Operational alerts (KSDS, deferred open)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the feed must be cut for.
           05 FXH-REC-TYPE              PIC X(01).
           05 FXH-FEED-DATE             PIC X(10).
           05 FXH-FEED-SOURCE           PIC X(10).
      * The source's file sequence number
           05 FXH-FILE-SEQ              PIC 9(06).
           05 FILLER                    PIC X(23).
       01  FXFEED-DETAIL-REC REDEFINES FXFEED-RECORD.
           05 FXD-REC-TYPE              PIC X(01).
           05 FXD-FROM-CURR             PIC X(03).
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FEED-DATE              PIC X(10) VALUE SPACES.
           05 WS-FEED-SOURCE            PIC X(10) VALUE SPACES.
           05 WS-FEED-SEQ               PIC 9(06) VALUE 0.
      * Movement tolerance: a new rate more than this fraction
      * away from the rate on file is rejected
           05 WS-MOVE-TOLERANCE         PIC S9(01)V99 VALUE 0.10.
           05 FILLER                    PIC X(99) VALUE SPACES.
       01 WS-FXL-RPT-BLANK              PIC X(132) VALUE SPACES.

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface: the business date the feed must be
      * cut for, YYYY-MM-DD
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE FXH-FEED-DATE TO WS-FEED-DATE
                   MOVE FXH-FEED-SOURCE TO WS-FEED-SOURCE
      * A source that sends no sequence number is held to its
      * dates and content alone
                   IF  FXH-FILE-SEQ IS NUMERIC
                       MOVE FXH-FILE-SEQ TO WS-FEED-SEQ
                   ELSE
                       MOVE 0 TO WS-FEED-SEQ
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   MOVE FXFEED-RECORD  TO WS-FRG-REC-BUF
                   MOVE 50             TO WS-FRG-REC-LEN
                   PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
                   IF  FXD-RATE IS NUMERIC
                       COMPUTE WS-RATE-HASH =
                          WS-RATE-HASH + (FXD-RATE * 1000000)
      * The proof: the header must exist and carry the run's
      * business date, and the trailer's count and hash must
      * match what was read. Any miss raises a CRITICAL alert
      * and ABENDS with nothing applied. The feed must then be
      * new to the registry and in sequence; CSFRGCHK raises
      * the alert for a refusal itself.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               DISPLAY 'FX FEED RATE HASH MISMATCH'
               PERFORM 8750-FAIL-FEED-PROOF
           END-IF
           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'FXFEED'           TO FRG-FEED-ID
           MOVE WS-FEED-SOURCE     TO FRG-SENDER
           MOVE WS-FEED-DATE       TO FRG-FILE-DATE
           MOVE WS-FEED-SEQ        TO FRG-FILE-SEQ
           MOVE WS-BATCH-JOB-NAME  TO FRG-INTAKE-JOB
           MOVE PARM-DATE          TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF  NOT FRG-ACCEPTED
               DISPLAY 'FX FEED REFUSED BY FILE REGISTRY - '
                  'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Applies one proven detail: the movement against the rate
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
