      *
      * SSNs print masked (last four) on the exception report.
      *
      * Before anything is staged the whole response file is
      * read once and checked against the FILEREG inbound file
      * registry (CSFRGCHK): a file already accepted -- by its
      * date and sequence, or by its content -- or one out of
      * the bureau's sequence is refused, and the run ABENDS
      * with no score applied. The response file carries no
      * header, so its date and sequence come on the PARM.
      *
      * Files accessed:
      *   BUREAURSP - Bureau response file (sequential input,
      *               100)
      *   SCOREHST  - Score history (KSDS, random I-O)
      *   BURRPT    - Exception report + distribution summary
      *               (sequential output, 132)
      *   FILEREG   - Inbound file registry (KSDS, through the
      *               CALLed CSFRGCHK; ALERTS on a refusal)
      *
      * Receives via JCL PARM: the load date: PARM='2022-07-19'
      * optionally followed by the bureau's file creation date
      * and file sequence number:
      *   PARM='2022-07-19 2022-07-18 000012'
      * Without them the file is registered under the load
      * date and held to its content alone.
      *
      * RETURN-CODE 4 when any response was rejected or the
      * staging table overflowed.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * CVFRG01Y: 120-byte inbound file registry row
       COPY CVFRG01Y.
      * File registry hash and count. See app/cpy/CSFRGWY.cpy
       01 WS-FRG-WORK-AREA.
          05 FILLER.
       COPY CSFRGWY.

       LINKAGE SECTION.
      * JCL PARM interface: load date; then, optionally, the
      * bureau's file date and file sequence number
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-FILE-SEQ       PIC X(06).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBUR01C'.
           DISPLAY 'LOAD DATE: ' PARM-DATE

           PERFORM 0000-FILES-OPEN.
      * The file against the registry before anything applies
           PERFORM 1500-REGISTER-RESPONSE-FILE.
           MOVE PARM-DATE TO BUR-RPT-RUN-DATE
           WRITE FD-BURRPT-REC FROM BUR-RPT-HEADER
           WRITE FD-BURRPT-REC FROM BUR-RPT-BLANK
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The registry check: the whole response file is read
      * once and hashed, then rewound, and the registry's
      * verdict taken before the first score applies. A
      * refusal ABENDS; CSFRGCHK has already raised the
      * CRITICAL alert.
      *---------------------------------------------------------------*
       1500-REGISTER-RESPONSE-FILE.
           PERFORM 1510-HASH-RESPONSE-STEP
              UNTIL END-OF-FILE = 'Y'
           MOVE 'N' TO END-OF-FILE
           CLOSE BUREAURSP-FILE
           OPEN INPUT BUREAURSP-FILE
           IF BUREAURSP-STATUS NOT = '00'
              DISPLAY 'ERROR REOPENING BUREAU RESPONSE FILE'
              MOVE BUREAURSP-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF

           INITIALIZE FILE-REGISTRY-RECORD
           MOVE 'BUREAU'           TO FRG-FEED-ID
           MOVE 'BUREAU'           TO FRG-SENDER
           MOVE PARM-DATE          TO FRG-FILE-DATE
           MOVE 0                  TO FRG-FILE-SEQ
           IF PARM-LENGTH NOT < 21
              MOVE PARM-FILE-DATE  TO FRG-FILE-DATE
           END-IF
           IF PARM-LENGTH NOT < 28
              AND PARM-FILE-SEQ IS NUMERIC
              MOVE PARM-FILE-SEQ   TO FRG-FILE-SEQ
           END-IF
           MOVE 'CBBUR01C'         TO FRG-INTAKE-JOB
           MOVE PARM-DATE          TO FRG-RUN-DATE
           PERFORM FRG-REGISTER-FILE THRU FRG-REGISTER-FILE-EXIT
           IF NOT FRG-ACCEPTED
              DISPLAY 'BUREAU FILE REFUSED BY FILE REGISTRY - '
                 'STATUS ' FRG-STATUS ' MATCHED ' FRG-MATCHED-TS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One response into the file's content hash.
      *---------------------------------------------------------------*
       1510-HASH-RESPONSE-STEP.
           READ BUREAURSP-FILE INTO BUREAU-RESPONSE-RECORD
           IF BUREAURSP-STATUS = '00'
              MOVE BUREAU-RESPONSE-RECORD TO WS-FRG-REC-BUF
              MOVE 100                    TO WS-FRG-REC-LEN
              PERFORM FRG-HASH-RECORD THRU FRG-HASH-RECORD-EXIT
           ELSE
              IF BUREAURSP-STATUS = '10'
                 MOVE 'Y' TO END-OF-FILE
              ELSE
                 DISPLAY 'ERROR READING BUREAU RESPONSE FILE'
                 MOVE BUREAURSP-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One step of the response pass: read, sanity-check the
      * score, match, apply or reject.
      *---------------------------------------------------------------*
           END-IF
           EXIT.

      * Shared file registry paragraphs (CSFRGPY.cpy):
      * FRG-HASH-RECORD and FRG-REGISTER-FILE over the CSFRGWY
      * work area above.
       COPY CSFRGPY.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
