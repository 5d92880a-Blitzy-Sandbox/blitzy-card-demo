      *   Pass 1 - VALIDATE: the header's file date must equal
      *     the PARM business date, and the trailer's item count
      *     and amount hash (sum of payment cent amounts) must
      *     equal what was read. The proven file is then
      *     checked against the FILEREG inbound file registry
      *     (CSFRGCHK): a file already accepted -- by the IVR
      *     application's date and sequence, or by its content
      *     -- or one out of its sequence is refused. Any
      *     mismatch or refusal ABENDS before one payment is
      *     released.
      *
      *   Pass 2 - CONVERT: each item is matched to an account:
      *     by the card number through CARDXREF when the caller
      *   REJECTF   - Reject work queue (KSDS, random I-O)
      *   IVRRPT    - Intake report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the file must be for.

      *****************************************************************
      * IVR record layouts. Byte 1 carries the record type:
      *   'H' header  - file date, IVR application ID and the
      *                 application's file sequence number
      *   'D' detail  - one phone payment
      *   'T' trailer - item count and amount hash
       01  IVRPAY-RECORD                       PIC X(150).
           05 IVH-REC-TYPE              PIC X(01).
           05 IVH-FILE-DATE             PIC X(10).
           05 IVH-IVR-APPL-ID           PIC X(10).
           05 IVH-FILE-SEQ              PIC 9(06).
           05 FILLER                    PIC X(123).
       01  IVRPAY-DETAIL-REC REDEFINES IVRPAY-RECORD.
           05 IVD-REC-TYPE              PIC X(01).
      * Account number the caller keyed (or the IVR resolved)
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-FILE-APPL-ID           PIC X(10) VALUE SPACES.
           05 WS-FILE-SEQ               PIC 9(06) VALUE 0.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-TRL-HASH               PIC 9(15) VALUE 0.
           05 WS-MATCH-CARD             PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(76) VALUE SPACES.
       01 WS-IVR-RPT-BLANK              PIC X(132) VALUE SPACES.

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface: the business date the file must be
      * for, YYYY-MM-DD
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE IVH-FILE-DATE TO WS-FILE-DATE
                   MOVE IVH-IVR-APPL-ID TO WS-FILE-APPL-ID
      * An application that sends no sequence number is held to
      * its dates and content alone
                   IF  IVH-FILE-SEQ IS NUMERIC
                       MOVE IVH-FILE-SEQ TO WS-FILE-SEQ
                   ELSE
                       MOVE 0 TO WS-FILE-SEQ
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE IVRPAY-RECORD  TO WS-FRG-REC-BUF
                   MOVE 150            TO WS-FRG-REC-LEN
                   PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
                   IF  IVD-PAY-AMT IS NUMERIC
                       COMPUTE WS-AMOUNT-HASH =
                          WS-AMOUNT-HASH + (IVD-PAY-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with the run's date, trailer
      * present with matching count and hash, and the file new
      * to the registry and in the application's sequence. Any
      * miss ABENDS with nothing released.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               DISPLAY 'IVRPAY AMOUNT HASH MISMATCH'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'IVRPAY'           TO FRG-FEED-ID
           MOVE WS-FILE-APPL-ID    TO FRG-SENDER
           MOVE WS-FILE-DATE       TO FRG-FILE-DATE
           MOVE WS-FILE-SEQ        TO FRG-FILE-SEQ
           MOVE WS-BATCH-JOB-NAME  TO FRG-INTAKE-JOB
           MOVE PARM-DATE          TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF  NOT FRG-ACCEPTED
               DISPLAY 'IVRPAY FILE REFUSED BY FILE REGISTRY - '
                  'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Converts one proven item: match to an account, stage the
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

      *****************************************************************
      * Gets the current timestamp and reformats it into the
      * DB2-style YYYY-MM-DD-HH.MM.SS.NN0000 layout used for
