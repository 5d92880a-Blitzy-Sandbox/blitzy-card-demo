      *   Pass 1 - VALIDATE: the header's file date must equal
      *     the PARM business date, and the trailer's item count
      *     and amount hash (sum of check cent amounts) must
      *     equal what was read. The proven file is then
      *     checked against the FILEREG inbound file registry
      *     (CSFRGCHK): a file already accepted -- by the site's
      *     date and sequence, or by its content -- or one out
      *     of the site's sequence is refused. Any mismatch or
      *     refusal ABENDS before one payment is released.
      *
      *   Pass 2 - CONVERT: each item is matched to an account:
      *     by the captured card number through CARDXREF when
      *   REJECTF   - Reject work queue (KSDS, random I-O)
      *   LBXRPT    - Intake report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the file must be for.

      *****************************************************************
      * Lockbox record layouts. Byte 1 carries the record type:
      *   'H' header  - file date, lockbox site and the site's
      *                 file sequence number
      *   'D' detail  - one check payment
      *   'T' trailer - item count and amount hash
       01  LOCKBOX-RECORD                       PIC X(150).
           05 LBH-REC-TYPE              PIC X(01).
           05 LBH-FILE-DATE             PIC X(10).
           05 LBH-LOCKBOX-SITE          PIC X(10).
           05 LBH-FILE-SEQ              PIC 9(06).
           05 FILLER                    PIC X(123).
       01  LOCKBOX-DETAIL-REC REDEFINES LOCKBOX-RECORD.
           05 LBD-REC-TYPE              PIC X(01).
      * Account number off the remittance coupon; zero when the
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-FILE-SITE              PIC X(10) VALUE SPACES.
           05 WS-FILE-SEQ               PIC 9(06) VALUE 0.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-TRL-HASH               PIC 9(15) VALUE 0.
           05 WS-MATCH-CARD             PIC X(16) VALUE SPACES.
           05 FILLER                    PIC X(76) VALUE SPACES.
       01 WS-LBX-RPT-BLANK              PIC X(132) VALUE SPACES.

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
                   MOVE LBH-FILE-DATE TO WS-FILE-DATE
                   MOVE LBH-LOCKBOX-SITE TO WS-FILE-SITE
      * A site that sends no sequence number is held to its
      * dates and content alone
                   IF  LBH-FILE-SEQ IS NUMERIC
                       MOVE LBH-FILE-SEQ TO WS-FILE-SEQ
                   ELSE
                       MOVE 0 TO WS-FILE-SEQ
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE LOCKBOX-RECORD TO WS-FRG-REC-BUF
                   MOVE 150            TO WS-FRG-REC-LEN
                   PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
                   IF  LBD-CHECK-AMT IS NUMERIC
                       COMPUTE WS-AMOUNT-HASH =
                          WS-AMOUNT-HASH + (LBD-CHECK-AMT * 100)
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with the run's date, trailer
      * present with matching count and hash, and the file new
      * to the registry and in the site's sequence. Any miss
      * ABENDS with nothing released.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               DISPLAY 'LOCKBOX AMOUNT HASH MISMATCH'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'LOCKBOX'          TO FRG-FEED-ID
           MOVE WS-FILE-SITE       TO FRG-SENDER
           MOVE WS-FILE-DATE       TO FRG-FILE-DATE
           MOVE WS-FILE-SEQ        TO FRG-FILE-SEQ
           MOVE WS-BATCH-JOB-NAME  TO FRG-INTAKE-JOB
           MOVE PARM-DATE          TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF  NOT FRG-ACCEPTED
               DISPLAY 'LOCKBOX FILE REFUSED BY FILE REGISTRY - '
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
