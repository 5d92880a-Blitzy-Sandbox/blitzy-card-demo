      *      enforces, caught here before the pipeline starts).
      *   6. Required VSAM masters open: ACCTFILE, TRANSACT,
      *      XREFFILE, CUSTDAT, CARDDAT, TCATBALF.
      *   7. CBBKP01C has backed up the masters for the process
      *      date: all six have a BKUPCAT row that is VERIFIED
      *      -- a missing or FAILED backup holds the cycle,
      *      there would be nothing to restore from.
      *
      * Every check writes a PASS/FAIL line to the PREFLRPT
      * readiness report. Any failure raises one CRITICAL
      *   FXRATEF   - FX rates (KSDS, sequential read)
      *   ACCTFILE / TRANSACT / XREFFILE / CUSTDAT / CARDDAT /
      *   TCATBALF  - availability probes (open INPUT, close)
      *   BKUPCAT   - Backup catalog (KSDS, random read)
      *   ALERTS    - Operational alerts (KSDS, deferred open)
      *   PREFLRPT  - Readiness report (sequential output, 132)
      *
                  RECORD KEY   IS FD-PRB-TCAT-KEY
                  FILE STATUS  IS PROBE-STATUS.

           SELECT BKUPCAT-FILE ASSIGN TO BKUPCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BKC-KEY
                  FILE STATUS  IS BKUPCAT-STATUS.

           SELECT ALERTS-FILE ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
           05 FILLER                            PIC X(33).

      * FD for the operational alert VSAM (160 bytes)
      * FD for the backup catalog VSAM (100 bytes)
       FD  BKUPCAT-FILE.
       01  FD-BKUPCAT-REC.
           05 FD-BKC-KEY                        PIC X(18).
           05 FD-BKC-DATA                       PIC X(82).

       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05  PROBE-STAT1         PIC X.
           05  PROBE-STAT2         PIC X.

      * CVBKC01Y: 100-byte backup catalog record
       COPY CVBKC01Y.
       01  BKUPCAT-STATUS.
           05  BKUPCAT-STAT1       PIC X.
           05  BKUPCAT-STAT2       PIC X.

      * The masters CBBKP01C backs up, by their catalog names
       01  WS-BACKUP-FILES.
           05 FILLER                PIC X(08) VALUE 'ACCTDAT '.
           05 FILLER                PIC X(08) VALUE 'CARDDAT '.
           05 FILLER                PIC X(08) VALUE 'CUSTDAT '.
           05 FILLER                PIC X(08) VALUE 'CARDXREF'.
           05 FILLER                PIC X(08) VALUE 'TCATBALF'.
           05 FILLER                PIC X(08) VALUE 'TRANSACT'.
       01  WS-BACKUP-TABLE REDEFINES WS-BACKUP-FILES.
           05 WS-BACKUP-FILE-NAME   PIC X(08) OCCURS 6 TIMES
                                    INDEXED BY WS-BKF-IDX.

      * CSALT01Y: 160-byte operational alert record
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05 WS-FX-EOF             PIC X(01) VALUE 'N'.
           05 WS-STALE-FX-COUNT     PIC 9(05) VALUE 0.
           05 WS-PROBE-NAME         PIC X(08) VALUE SPACES.
           05 WS-BKUPCAT-OPEN       PIC X(01) VALUE 'N'.
       01 WS-FAIL-COUNT             PIC 9(03) VALUE 0.

       LINKAGE SECTION.
              UNTIL WS-PIPE-IDX > 7
           PERFORM 5000-CHECK-FX-RATES
           PERFORM 6000-CHECK-VSAM-AVAILABLE
           PERFORM 7000-CHECK-BACKUPS
           WRITE FD-PREFLRPT-REC FROM PFL-RPT-BLANK
           IF WS-READY-FLAG = 'Y'
              MOVE 'READY - CYCLE MAY RUN' TO PFL-RPT-FINAL
           PERFORM 8000-WRITE-CHECK-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Check 7: each master has a VERIFIED backup catalogued
      * under the process date. One line per file; an absent
      * catalog fails every one.
      *---------------------------------------------------------------*
       7000-CHECK-BACKUPS.
           OPEN INPUT BKUPCAT-FILE
           IF BKUPCAT-STATUS = '00'
              MOVE 'Y' TO WS-BKUPCAT-OPEN
           END-IF
           PERFORM 7100-CHECK-ONE-BACKUP
              VARYING WS-BKF-IDX FROM 1 BY 1
              UNTIL WS-BKF-IDX > 6
           IF WS-BKUPCAT-OPEN = 'Y'
              CLOSE BKUPCAT-FILE
           END-IF
           EXIT.
       7100-CHECK-ONE-BACKUP.
           MOVE 'FAIL  ' TO WS-CHECK-VERDICT
           MOVE SPACES TO PFL-RPT-DESC
           IF WS-BKUPCAT-OPEN = 'N'
              STRING WS-BACKUP-FILE-NAME(WS-BKF-IDX)
                                       DELIMITED BY SIZE
                     ' NOT BACKED UP - NO BACKUP CATALOG'
                                       DELIMITED BY SIZE
                INTO PFL-RPT-DESC
           ELSE
              MOVE PARM-DATE TO FD-BKC-KEY(1:10)
              MOVE WS-BACKUP-FILE-NAME(WS-BKF-IDX)
                TO FD-BKC-KEY(11:8)
              READ BKUPCAT-FILE INTO BACKUP-CATALOG-RECORD
              EVALUATE TRUE
                 WHEN BKUPCAT-STATUS NOT = '00'
                    STRING WS-BACKUP-FILE-NAME(WS-BKF-IDX)
                                       DELIMITED BY SIZE
                           ' NOT BACKED UP FOR THE PROCESS DATE'
                                       DELIMITED BY SIZE
                      INTO PFL-RPT-DESC
                 WHEN BKC-STATUS-VERIFIED
                    MOVE 'PASS  ' TO WS-CHECK-VERDICT
                    STRING WS-BACKUP-FILE-NAME(WS-BKF-IDX)
                                       DELIMITED BY SIZE
                           ' BACKUP VERIFIED' DELIMITED BY SIZE
                      INTO PFL-RPT-DESC
                 WHEN OTHER
                    STRING WS-BACKUP-FILE-NAME(WS-BKF-IDX)
                                       DELIMITED BY SIZE
                           ' BACKUP FAILED VERIFICATION'
                                       DELIMITED BY SIZE
                      INTO PFL-RPT-DESC
              END-EVALUATE
           END-IF
           PERFORM 8000-WRITE-CHECK-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Writes one readiness line and folds the verdict into
      * the run state.
      *---------------------------------------------------------------*
