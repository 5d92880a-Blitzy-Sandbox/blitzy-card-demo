      * in the list's LAST,FIRST upper-case form, which is the
      * form the matchers fold candidates into.
      *
      * Before any entry loads the whole update is read once
      * and checked against the FILEREG inbound file registry
      * (CSFRGCHK): an update already accepted -- by its date
      * and sequence, or by its content -- or one out of
      * sequence is refused, and the run ABENDS with nothing
      * loaded. The update carries no header, so its date and
      * sequence come on the PARM.
      *
      * Files accessed:
      *   SANFEED   - Government list update (sequential input,
      *               110)
      *   SANLIST   - Sanctions watch list (KSDS, random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date stamped on loaded entries -- optionally
      * followed by the list update's publication date and
      * sequence number:
      *   PARM='2022-07-19 2022-07-18 000045'
      * Without them the update is registered under the run
      * date and held to its content alone.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSAN01C.
           05 WS-CREATED-COUNT          PIC 9(09) VALUE 0.
           05 WS-UPDATED-COUNT          PIC 9(09) VALUE 0.

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface: the business date of the load,
      * YYYY-MM-DD; then, optionally, the update's publication
      * date and sequence number
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-SEQ       PIC X(06).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads every update entry and reports
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * The update against the registry before anything loads
           PERFORM 1900-REGISTER-SANFEED.

           PERFORM UNTIL END-OF-FILE = 'Y'
               PERFORM 1000-SANFEED-GET-NEXT
               IF  END-OF-FILE = 'N'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The registry check: the whole update is read once and
      * hashed, then rewound, and the registry's verdict taken
      * before the first entry loads. A refusal ABENDS;
      * CSFRGCHK has already raised the CRITICAL alert.
      *---------------------------------------------------------------*
       1900-REGISTER-SANFEED.
           PERFORM 1910-HASH-ENTRY-STEP
              UNTIL END-OF-FILE = 'Y'
           PERFORM 9000-SANFEED-CLOSE
           PERFORM 0000-SANFEED-OPEN
           MOVE 'N' TO END-OF-FILE

           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'SANFEED'          TO FRG-FEED-ID
           MOVE 'GOVLIST'          TO FRG-SENDER
           MOVE PARM-DATE          TO FRG-FILE-DATE
           MOVE 0                  TO FRG-FILE-SEQ
           IF  PARM-LENGTH NOT < 21
               MOVE PARM-FILE-DATE TO FRG-FILE-DATE
           END-IF
           IF  PARM-LENGTH NOT < 28
               AND PARM-FILE-SEQ IS NUMERIC
               MOVE PARM-FILE-SEQ  TO FRG-FILE-SEQ
           END-IF
           MOVE WS-BATCH-JOB-NAME  TO FRG-INTAKE-JOB
           MOVE PARM-DATE          TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF  NOT FRG-ACCEPTED
               DISPLAY 'SANCTIONS UPDATE REFUSED BY FILE REGISTRY - '
                  'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One update entry into the content hash.
      *---------------------------------------------------------------*
       1910-HASH-ENTRY-STEP.
           PERFORM 1000-SANFEED-GET-NEXT
           IF  END-OF-FILE = 'N'
               MOVE SANFEED-RECORD TO WS-FRG-REC-BUF
               MOVE 110            TO WS-FRG-REC-LEN
               PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Loads one entry: rewrite in place when already on file,
      * otherwise create. Abends on any I/O failure -- a partial
      * list is a compliance gap, not a warning.
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
