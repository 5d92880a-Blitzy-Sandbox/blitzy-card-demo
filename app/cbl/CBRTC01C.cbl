      *   DIS-INT-RATE on the change's DISCGRP row -- and marked
      *   APPLIED. Until that moment DISCGRP still carries the
      *   old rate, so CBACT04C's interest lookup keeps pricing
      *   at the old rate with no change of its own. Each applied
      *   change is recorded on the RATEHIST rate history
      *   (CVRTH01Y.cpy), alongside the index repricings written
      *   by CBIDX01C.
      *
      * Files accessed:
      *   RATECHG   - Pending rate changes (KSDS, DYNAMIC I-O)
      *   CITNOTIC  - Change-in-terms notice extract (sequential
      *               output, 300)
      *   RTCRPT    - Rate change report (132, output)
      *   RATEHIST  - Rate history (KSDS, random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RTCRPT-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO RATEHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RTH-KEY
                  FILE STATUS  IS RATEHIST-STATUS.

      * BATCHSTS: pipeline job-status record, rewritten by
      * this program's job name at start and end of run --
      * read by the COADM03C dashboard. See CSBCH01Y.cpy.
       FD  RTCRPT-FILE.
       01  FD-RTCRPT-REC                        PIC X(132).

      * FD for the rate history VSAM (100 bytes)
       FD  RATEHIST-FILE.
       01  FD-RATEHIST-REC.
           05 FD-RTH-KEY                        PIC X(27).
           05 FD-RTH-DATA                       PIC X(73).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05  RTCRPT-STAT1        PIC X.
           05  RTCRPT-STAT2        PIC X.

      * CVRTH01Y: 100-byte rate history record
       COPY CVRTH01Y.
       01  RATEHIST-STATUS.
           05  RATEHIST-STAT1      PIC X.
           05  RATEHIST-STAT2      PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           PERFORM 0400-CUSTDAT-OPEN.
           PERFORM 0500-CITNOTIC-OPEN.
           PERFORM 0600-RTCRPT-OPEN.
           PERFORM 0700-RATEHIST-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.
           PERFORM 9400-CUSTDAT-CLOSE.
           PERFORM 9500-CITNOTIC-CLOSE.
           PERFORM 9600-RTCRPT-CLOSE.
           PERFORM 9700-RATEHIST-CLOSE.

           DISPLAY 'OPEN CHANGES LOADED    :' WS-CHG-ENTRIES-USED
           DISPLAY 'NOTICES GENERATED      :' WS-NOTICE-COUNT
           WRITE FD-RTCRPT-REC FROM WS-RTC-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Applies the change's new rate to its DISCGRP row and
      * records it on the rate history. Abends if the row is
      * missing -- a change was filed against it.
      *---------------------------------------------------------------*
       3100-APPLY-RATE-CHANGE.
           MOVE RTC-KEY TO FD-DISCGRP-KEY
                    FD-DISCGRP-KEY
                 PERFORM 9999-ABEND-PROGRAM
           END-READ
           INITIALIZE RATE-HISTORY-RECORD
           MOVE RTC-ACCT-GROUP-ID     TO RTH-ACCT-GROUP-ID
           MOVE RTC-TRAN-TYPE-CD      TO RTH-TRAN-TYPE-CD
           MOVE RTC-TRAN-CAT-CD       TO RTH-TRAN-CAT-CD
           MOVE PARM-DATE             TO RTH-EFF-DATE
           SET RTH-SOURCE-CHANGE      TO TRUE
           MOVE DIS-INT-RATE          TO RTH-OLD-INT-RATE
           MOVE RTC-NEW-INT-RATE      TO RTH-NEW-INT-RATE
           MOVE PARM-DATE             TO RTH-RUN-DATE
           MOVE WS-BATCH-JOB-NAME     TO RTH-RUN-PGM

           MOVE RTC-NEW-INT-RATE TO DIS-INT-RATE
           REWRITE FD-DISCGRP-REC FROM DIS-GROUP-RECORD
           IF  DISCGRP-STATUS NOT = '00'
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

      * A rerun for the same date replaces that date's entry
           WRITE FD-RATEHIST-REC FROM RATE-HISTORY-RECORD
           IF  RATEHIST-STATUS = '22'
               REWRITE FD-RATEHIST-REC FROM RATE-HISTORY-RECORD
           END-IF
           IF  RATEHIST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING RATE HISTORY FILE'
               MOVE RATEHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the pending rate change file for dynamic I-O.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the rate history file for random I-O.
      *---------------------------------------------------------------*
       0700-RATEHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O RATEHIST-FILE
           IF  RATEHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RATE HISTORY FILE'
               MOVE RATEHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the pending rate change file.
      *---------------------------------------------------------------*
       9000-RATECHG-CLOSE.
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the rate history file.
      *---------------------------------------------------------------*
       9700-RATEHIST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RATEHIST-FILE
           IF  RATEHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RATE HISTORY FILE'
               MOVE RATEHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
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
