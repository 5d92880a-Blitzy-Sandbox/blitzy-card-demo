      ******************************************************************
      * Program     : CBBKP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Pre-cycle master file backup and verified
      *               restore, with a control-total catalog.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * CBBKP01C - Master File Backup / Verified Restore (Batch)
      *
      * CBBKO01C can back out one posting run; it cannot help
      * with a damaged master or a day that must be rerun from
      * the start. This job keeps a consistent copy of the six
      * masters the cycle updates -- ACCTDAT, CARDDAT, CUSTDAT,
      * CARDXREF, TCATBALF and TRANSACT -- taken before the
      * cycle starts, and puts one back when needed.
      *
      *   B - Backup. Each master is unloaded in key order to
      *       its sequential backup file (the JCL gives each a
      *       dated data set name), counting the records and
      *       taking the key and field hash totals. The backup
      *       is then read back and its totals compared. Both
      *       land on the BKUPCAT catalog (CVBKC01Y.cpy) under
      *       the process date, VERIFIED or FAILED; a rerun for
      *       the same date replaces them. CBPFL01C holds the
      *       cycle unless all six are VERIFIED for the date.
      *       The backup files are plain record images, so an
      *       IDCAMS REPRO can also reload one in an emergency.
      *   R - Restore. For the named master (or ALL), the
      *       catalogued backup of the PARM date is read once
      *       and its totals must agree with the catalog row,
      *       which must be VERIFIED -- otherwise the master is
      *       left untouched (REFUSED). It is then reloaded into
      *       the master (defined REUSE, opened OUTPUT, as the
      *       COLLWQ rebuild in CBACT04C), and the master read
      *       back must agree again. The outcome is recorded on
      *       the catalog row.
      *
      * Every file gets one line on BKPRPT. Any failure or
      * refusal raises one CRITICAL ALERTS record and ends with
      * RETURN-CODE 8.
      *
      * Files accessed:
      *   ACCTDAT / CARDDAT / CUSTDAT / CARDXREF / TCATBALF /
      *   TRANSACT  - the masters (KSDS, sequential; read for
      *               backup, reloaded and read for restore)
      *   BKACCT / BKCARD / BKCUST / BKXREF / BKTCAT / BKTRAN
      *             - the backups (sequential, one per master)
      *   BKUPCAT   - Backup catalog (KSDS, random I-O)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   ALERTS    - Operational alerts (KSDS, deferred open)
      *   BKPRPT    - Backup / restore report (sequential
      *               output, 132)
      *
      * Receives via JCL PARM: the process date, the mode, and
      * for a restore the master's file name or ALL:
      *   PARM='2022-07-19 B'
      *   PARM='2022-07-19 R ACCTDAT'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBBKP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The masters, in key order both ways
           SELECT BKM-ACCT-FILE ASSIGN TO ACCTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BKM-ACCT-ID
                  FILE STATUS  IS MASTER-STATUS.

           SELECT BKM-CARD-FILE ASSIGN TO CARDDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BKM-CARD-NUM
                  FILE STATUS  IS MASTER-STATUS.

           SELECT BKM-CUST-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BKM-CUST-ID
                  FILE STATUS  IS MASTER-STATUS.

           SELECT BKM-XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BKM-XREF-CARD
                  FILE STATUS  IS MASTER-STATUS.

           SELECT BKM-TCAT-FILE ASSIGN TO TCATBALF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BKM-TCAT-KEY
                  FILE STATUS  IS MASTER-STATUS.

           SELECT BKM-TRAN-FILE ASSIGN TO TRANSACT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-BKM-TRANS-ID
                  FILE STATUS  IS MASTER-STATUS.

      * The backups, one sequential file per master
           SELECT BKB-ACCT-FILE ASSIGN TO BKACCT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACKUP-STATUS.

           SELECT BKB-CARD-FILE ASSIGN TO BKCARD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACKUP-STATUS.

           SELECT BKB-CUST-FILE ASSIGN TO BKCUST
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACKUP-STATUS.

           SELECT BKB-XREF-FILE ASSIGN TO BKXREF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACKUP-STATUS.

           SELECT BKB-TCAT-FILE ASSIGN TO BKTCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACKUP-STATUS.

           SELECT BKB-TRAN-FILE ASSIGN TO BKTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BACKUP-STATUS.

           SELECT BKUPCAT-FILE ASSIGN TO BKUPCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BKC-KEY
                  FILE STATUS  IS BKUPCAT-STATUS.

      * BATCHSTS: pipeline job-status record, rewritten by
      * this program's job name at start and end of run --
      * read by the COADM03C dashboard. See CSBCH01Y.cpy.
           SELECT BATCHSTS-FILE ASSIGN TO BATCHSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BATCH-JOB-NAME
                  FILE STATUS  IS BATCHSTS-STATUS.

           SELECT ALERTS-FILE ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ALT-KEY
                  FILE STATUS  IS ALERTS-STATUS.

           SELECT BKPRPT-FILE ASSIGN TO BKPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS BKPRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  BKM-ACCT-FILE.
       01  FD-BKM-ACCT-REC.
           05 FD-BKM-ACCT-ID                    PIC 9(11).
           05 FILLER                            PIC X(289).

       FD  BKM-CARD-FILE.
       01  FD-BKM-CARD-REC.
           05 FD-BKM-CARD-NUM                   PIC X(16).
           05 FILLER                            PIC X(134).

       FD  BKM-CUST-FILE.
       01  FD-BKM-CUST-REC.
           05 FD-BKM-CUST-ID                    PIC 9(09).
           05 FILLER                            PIC X(491).

       FD  BKM-XREF-FILE.
       01  FD-BKM-XREF-REC.
           05 FD-BKM-XREF-CARD                  PIC X(16).
           05 FILLER                            PIC X(34).

       FD  BKM-TCAT-FILE.
       01  FD-BKM-TCAT-REC.
           05 FD-BKM-TCAT-KEY                   PIC X(17).
           05 FILLER                            PIC X(33).

       FD  BKM-TRAN-FILE.
       01  FD-BKM-TRAN-REC.
           05 FD-BKM-TRANS-ID                   PIC X(16).
           05 FILLER                            PIC X(354).

       FD  BKB-ACCT-FILE.
       01  FD-BKB-ACCT-REC                      PIC X(300).

       FD  BKB-CARD-FILE.
       01  FD-BKB-CARD-REC                      PIC X(150).

       FD  BKB-CUST-FILE.
       01  FD-BKB-CUST-REC                      PIC X(500).

       FD  BKB-XREF-FILE.
       01  FD-BKB-XREF-REC                      PIC X(50).

       FD  BKB-TCAT-FILE.
       01  FD-BKB-TCAT-REC                      PIC X(50).

       FD  BKB-TRAN-FILE.
       01  FD-BKB-TRAN-REC                      PIC X(370).

      * FD for the backup catalog VSAM (100 bytes)
       FD  BKUPCAT-FILE.
       01  FD-BKUPCAT-REC.
           05 FD-BKC-KEY                        PIC X(18).
           05 FD-BKC-DATA                       PIC X(82).

       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

      * FD for the operational alert VSAM (160 bytes)
       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05 FD-ALT-DATA                       PIC X(138).

       FD  BKPRPT-FILE.
       01  FD-BKPRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * The six master record layouts -- each file is read
      * into, and written from, its own
       COPY CVACT01Y.
       COPY CVACT02Y.
       COPY CVCUS01Y.
       COPY CVACT03Y.
       COPY CVTRA01Y.
       COPY CVTRA05Y.
       01  MASTER-STATUS.
           05  MASTER-STAT1        PIC X.
           05  MASTER-STAT2        PIC X.
       01  BACKUP-STATUS.
           05  BACKUP-STAT1        PIC X.
           05  BACKUP-STAT2        PIC X.

      * CVBKC01Y: 100-byte backup catalog record
       COPY CVBKC01Y.
       01  BKUPCAT-STATUS.
           05  BKUPCAT-STAT1       PIC X.
           05  BKUPCAT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBBKP01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * CSALT01Y: 160-byte operational alert record
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.
       01  WS-ALERT-SEVERITY        PIC X(01) VALUE SPACES.
       01  WS-ALERT-MESSAGE         PIC X(80) VALUE SPACES.

       01  BKPRPT-STATUS.
           05  BKPRPT-STAT1        PIC X.
           05  BKPRPT-STAT2        PIC X.

      * The masters, in the order they are handled; the
      * subscript selects the file in every I/O paragraph
       01  WS-BKP-FILE-SET.
           05 FILLER                PIC X(08) VALUE 'ACCTDAT '.
           05 FILLER                PIC X(08) VALUE 'CARDDAT '.
           05 FILLER                PIC X(08) VALUE 'CUSTDAT '.
           05 FILLER                PIC X(08) VALUE 'CARDXREF'.
           05 FILLER                PIC X(08) VALUE 'TCATBALF'.
           05 FILLER                PIC X(08) VALUE 'TRANSACT'.
       01  WS-BKP-FILE-TABLE REDEFINES WS-BKP-FILE-SET.
           05 WS-BKP-FILE-NAME      PIC X(08) OCCURS 6 TIMES.
       01  WS-BKF-SUB               PIC S9(04) COMP VALUE 0.

      * Report lines
       01  BKP-RPT-HEADER.
           05  BKP-RPT-TITLE            PIC X(34).
           05  FILLER                   PIC X(16)
                   VALUE 'PROCESS DATE : '.
           05  BKP-RPT-RUN-DATE         PIC X(10).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  BKP-RPT-COL-HDR.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(14) VALUE 'RECORDS'.
           05  FILLER                   PIC X(20) VALUE 'KEY HASH'.
           05  FILLER                   PIC X(21) VALUE 'FIELD HASH'.
           05  FILLER                   PIC X(10) VALUE 'RESULT'.
           05  FILLER                   PIC X(57) VALUE 'DETAIL'.
       01  BKP-RPT-LINE.
           05  BKP-RPT-FILE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-RPT-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  BKP-RPT-KEY-HASH         PIC 9(18).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-RPT-FIELD-HASH       PIC -(18)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-RPT-RESULT           PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  BKP-RPT-DETAIL           PIC X(57).
       01  BKP-RPT-BLANK                PIC X(132) VALUE SPACES.
       01  BKP-RPT-FINAL-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'RUN RESULT       :  '.
           05  BKP-RPT-FINAL            PIC X(40).
           05  FILLER                   PIC X(72) VALUE SPACES.

      * General I/O status work area for display formatting
       01  IO-STATUS.
           05  IO-STAT1            PIC X.
           05  IO-STAT2            PIC X.
       01  TWO-BYTES-BINARY        PIC 9(4) BINARY.
       01  TWO-BYTES-ALPHA         REDEFINES TWO-BYTES-BINARY.
           05  TWO-BYTES-LEFT      PIC X.
           05  TWO-BYTES-RIGHT     PIC X.
       01  IO-STATUS-04.
           05  IO-STATUS-0401      PIC 9   VALUE 0.
           05  IO-STATUS-0403      PIC 999 VALUE 0.

       01  APPL-RESULT             PIC S9(9)   COMP.
           88  APPL-AOK            VALUE 0.
           88  APPL-EOF            VALUE 16.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * One pass's control totals, and the unload's kept for
      * the read-back comparison. Hashes keep 18 digits.
       01 WS-PASS-TOTALS.
           05 WS-PASS-COUNT         PIC 9(09) VALUE 0.
           05 WS-PASS-KEY-HASH      PIC 9(18) COMP-3 VALUE 0.
           05 WS-PASS-FIELD-HASH    PIC S9(18) COMP-3 VALUE 0.
       01 WS-FIRST-TOTALS.
           05 WS-FIRST-COUNT        PIC 9(09) VALUE 0.
           05 WS-FIRST-KEY-HASH     PIC 9(18) COMP-3 VALUE 0.
           05 WS-FIRST-FIELD-HASH   PIC S9(18) COMP-3 VALUE 0.
      * A card or transaction key taken as a number
       01 WS-HASH-KEY-X             PIC X(16).
       01 WS-HASH-KEY-N REDEFINES WS-HASH-KEY-X
                                    PIC 9(16).

       01 WS-MISC-VARS.
           05 WS-FILE-EOF           PIC X(01) VALUE 'N'.
           05 WS-IO-OK              PIC X(01) VALUE 'Y'.
           05 WS-FILE-RESULT        PIC X(01) VALUE SPACES.
               88 WS-FILE-VERIFIED      VALUE 'V'.
               88 WS-FILE-FAILED        VALUE 'F'.
               88 WS-FILE-REFUSED       VALUE 'X'.
           05 WS-CAT-ROW-FOUND      PIC X(01) VALUE 'N'.
           05 WS-FILE-MATCHED       PIC X(01) VALUE 'N'.
           05 WS-NOW-TS             PIC X(14) VALUE SPACES.
       01 WS-COUNTERS.
           05 WS-FILES-HANDLED      PIC 9(03) VALUE 0.
           05 WS-FILES-FAILED       PIC 9(03) VALUE 0.
           05 WS-TOTAL-RECORDS      PIC 9(07) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: process date, mode (B backup,
      * R restore), and for a restore the file name or ALL
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-MODE           PIC X(01).
               88  PARM-MODE-BACKUP    VALUE 'B'.
               88  PARM-MODE-RESTORE   VALUE 'R'.
           05  FILLER              PIC X(01).
           05  PARM-FILE           PIC X(08).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBBKP01C'.
           DISPLAY 'PROCESS DATE: ' PARM-DATE
           DISPLAY 'MODE        : ' PARM-MODE
           IF NOT PARM-MODE-BACKUP AND NOT PARM-MODE-RESTORE
              DISPLAY 'PARM MODE MUST BE B (BACKUP) OR R (RESTORE)'
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF PARM-MODE-RESTORE
              IF PARM-LENGTH < 20
                 MOVE SPACES TO PARM-FILE
              END-IF
              DISPLAY 'RESTORE     : ' PARM-FILE
              IF PARM-FILE = SPACES
                 DISPLAY 'RESTORE NEEDS A FILE NAME OR ALL'
                 PERFORM 9999-ABEND-PROGRAM
              END-IF
           END-IF

           PERFORM 0000-FILES-OPEN
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           IF PARM-MODE-BACKUP
              MOVE 'MASTER FILE BACKUP' TO BKP-RPT-TITLE
           ELSE
              MOVE 'MASTER FILE RESTORE' TO BKP-RPT-TITLE
           END-IF
           MOVE PARM-DATE TO BKP-RPT-RUN-DATE
           WRITE FD-BKPRPT-REC FROM BKP-RPT-HEADER
           WRITE FD-BKPRPT-REC FROM BKP-RPT-BLANK
           WRITE FD-BKPRPT-REC FROM BKP-RPT-COL-HDR

           IF PARM-MODE-BACKUP
              PERFORM 1000-BACKUP-ONE-FILE
                 THRU 1000-BACKUP-ONE-FILE-EXIT
                 VARYING WS-BKF-SUB FROM 1 BY 1
                 UNTIL WS-BKF-SUB > 6
           ELSE
              PERFORM 2000-RESTORE-ONE-FILE
                 THRU 2000-RESTORE-ONE-FILE-EXIT
                 VARYING WS-BKF-SUB FROM 1 BY 1
                 UNTIL WS-BKF-SUB > 6
              IF WS-FILES-HANDLED = 0
                 MOVE SPACES TO BKP-RPT-LINE
                 MOVE PARM-FILE TO BKP-RPT-FILE
                 MOVE 'FAILED'  TO BKP-RPT-RESULT
                 MOVE 'NOT A BACKED-UP MASTER - NOTHING RESTORED'
                   TO BKP-RPT-DETAIL
                 WRITE FD-BKPRPT-REC FROM BKP-RPT-LINE
                 ADD 1 TO WS-FILES-FAILED
              END-IF
           END-IF

           WRITE FD-BKPRPT-REC FROM BKP-RPT-BLANK
           IF WS-FILES-FAILED = 0
              MOVE 'ALL FILES VERIFIED' TO BKP-RPT-FINAL
           ELSE
              MOVE 'FAILURES - SEE ABOVE' TO BKP-RPT-FINAL
           END-IF
           WRITE FD-BKPRPT-REC FROM BKP-RPT-FINAL-LINE

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           PERFORM 9000-FILES-CLOSE

           DISPLAY 'FILES HANDLED          :' WS-FILES-HANDLED
           DISPLAY 'FILES FAILED           :' WS-FILES-FAILED
           IF WS-FILES-FAILED > 0
              MOVE 'C' TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-MESSAGE
              IF PARM-MODE-BACKUP
                 STRING 'MASTER BACKUP FOR ' PARM-DATE
                        ' FAILED - SEE BKPRPT'
                        DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
              ELSE
                 STRING 'MASTER RESTORE FROM ' PARM-DATE
                        ' FAILED OR REFUSED - SEE BKPRPT'
                        DELIMITED BY SIZE
                   INTO WS-ALERT-MESSAGE
              END-IF
              PERFORM 8700-RAISE-ALERT
              MOVE 8 TO RETURN-CODE
              DISPLAY 'RETURN CODE 8'
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBBKP01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * Backup of one master: unload with totals, read the
      * backup back and compare, catalog the result.
      *---------------------------------------------------------------*
       1000-BACKUP-ONE-FILE.
           ADD 1 TO WS-FILES-HANDLED
           SET WS-FILE-VERIFIED TO TRUE
           MOVE SPACES TO BKP-RPT-DETAIL
           INITIALIZE WS-PASS-TOTALS WS-FIRST-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS

           PERFORM 7100-OPEN-MASTER-INPUT
           IF WS-IO-OK = 'N'
              SET WS-FILE-FAILED TO TRUE
              MOVE 'MASTER WILL NOT OPEN' TO BKP-RPT-DETAIL
              GO TO 1090-CATALOG-BACKUP
           END-IF
           PERFORM 7200-OPEN-BACKUP-OUTPUT
           IF WS-IO-OK = 'N'
              PERFORM 7190-CLOSE-MASTER
              SET WS-FILE-FAILED TO TRUE
              MOVE 'BACKUP FILE WILL NOT OPEN' TO BKP-RPT-DETAIL
              GO TO 1090-CATALOG-BACKUP
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1100-UNLOAD-STEP
              UNTIL WS-FILE-EOF = 'Y'
           PERFORM 7190-CLOSE-MASTER
           PERFORM 7290-CLOSE-BACKUP
           MOVE WS-PASS-TOTALS TO WS-FIRST-TOTALS
           IF WS-FILE-FAILED
              GO TO 1090-CATALOG-BACKUP
           END-IF

      * The read-back
           INITIALIZE WS-PASS-TOTALS
           PERFORM 7220-OPEN-BACKUP-INPUT
           IF WS-IO-OK = 'N'
              SET WS-FILE-FAILED TO TRUE
              MOVE 'BACKUP FILE WILL NOT REOPEN TO VERIFY'
                TO BKP-RPT-DETAIL
              GO TO 1090-CATALOG-BACKUP
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1200-VERIFY-STEP
              UNTIL WS-FILE-EOF = 'Y'
           PERFORM 7290-CLOSE-BACKUP
           IF WS-FILE-FAILED
              GO TO 1090-CATALOG-BACKUP
           END-IF
           IF WS-PASS-TOTALS = WS-FIRST-TOTALS
              MOVE 'BACKUP READ BACK - COUNT AND HASHES AGREE'
                TO BKP-RPT-DETAIL
           ELSE
              SET WS-FILE-FAILED TO TRUE
              MOVE 'BACKUP READ BACK - TOTALS DO NOT AGREE'
                TO BKP-RPT-DETAIL
           END-IF.
       1090-CATALOG-BACKUP.
           INITIALIZE BACKUP-CATALOG-RECORD
           MOVE PARM-DATE                 TO BKC-BACKUP-DATE
           MOVE WS-BKP-FILE-NAME(WS-BKF-SUB) TO BKC-FILE-NAME
           MOVE WS-NOW-TS                 TO BKC-BACKUP-TS
           MOVE WS-FIRST-COUNT            TO BKC-RECORD-COUNT
           MOVE WS-FIRST-KEY-HASH         TO BKC-KEY-HASH
           MOVE WS-FIRST-FIELD-HASH       TO BKC-FIELD-HASH
           MOVE WS-FILE-RESULT            TO BKC-STATUS
           MOVE SPACES                    TO BKC-RESTORE-TS
                                             BKC-RESTORE-STATUS
           MOVE BKC-KEY TO FD-BKC-KEY
           WRITE FD-BKUPCAT-REC FROM BACKUP-CATALOG-RECORD
           IF BKUPCAT-STATUS = '22'
              REWRITE FD-BKUPCAT-REC FROM BACKUP-CATALOG-RECORD
           END-IF
           IF BKUPCAT-STATUS NOT = '00'
              SET WS-FILE-FAILED TO TRUE
              MOVE 'BACKUP TAKEN BUT NOT CATALOGUED'
                TO BKP-RPT-DETAIL
           END-IF

           ADD WS-FIRST-COUNT TO WS-TOTAL-RECORDS
           MOVE WS-FIRST-COUNT      TO BKP-RPT-COUNT
           MOVE WS-FIRST-KEY-HASH   TO BKP-RPT-KEY-HASH
           MOVE WS-FIRST-FIELD-HASH TO BKP-RPT-FIELD-HASH
           PERFORM 8000-WRITE-REPORT-LINE.
       1000-BACKUP-ONE-FILE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One master record to the backup, into the totals.
      *---------------------------------------------------------------*
       1100-UNLOAD-STEP.
           PERFORM 7110-READ-MASTER
           IF WS-FILE-EOF = 'N'
              PERFORM 7210-WRITE-BACKUP
              IF WS-IO-OK = 'N'
                 SET WS-FILE-FAILED TO TRUE
                 MOVE 'WRITE TO BACKUP FILE FAILED'
                   TO BKP-RPT-DETAIL
                 MOVE 'Y' TO WS-FILE-EOF
              ELSE
                 PERFORM 7300-ADD-TO-TOTALS
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One backup record read back, into the totals.
      *---------------------------------------------------------------*
       1200-VERIFY-STEP.
           PERFORM 7230-READ-BACKUP
           IF WS-FILE-EOF = 'N'
              PERFORM 7300-ADD-TO-TOTALS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Restore of one master, when the PARM names it or ALL:
      * the catalog row must be VERIFIED and the backup must
      * agree with it before the master is touched; then the
      * reload, and the master read back against it too.
      *---------------------------------------------------------------*
       2000-RESTORE-ONE-FILE.
           IF PARM-FILE NOT = 'ALL'
              AND PARM-FILE NOT = WS-BKP-FILE-NAME(WS-BKF-SUB)
              GO TO 2000-RESTORE-ONE-FILE-EXIT
           END-IF
           ADD 1 TO WS-FILES-HANDLED
           SET WS-FILE-VERIFIED TO TRUE
           MOVE SPACES TO BKP-RPT-DETAIL
           INITIALIZE WS-PASS-TOTALS WS-FIRST-TOTALS
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS

           INITIALIZE BACKUP-CATALOG-RECORD
           MOVE 'Y' TO WS-CAT-ROW-FOUND
           MOVE PARM-DATE                    TO FD-BKC-KEY(1:10)
           MOVE WS-BKP-FILE-NAME(WS-BKF-SUB) TO FD-BKC-KEY(11:8)
           READ BKUPCAT-FILE INTO BACKUP-CATALOG-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-CAT-ROW-FOUND
           END-READ
           IF WS-CAT-ROW-FOUND = 'N'
              SET WS-FILE-REFUSED TO TRUE
              MOVE 'NO BACKUP CATALOGUED FOR THE DATE - REFUSED'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           IF NOT BKC-STATUS-VERIFIED
              SET WS-FILE-REFUSED TO TRUE
              MOVE 'BACKUP WAS NOT VERIFIED - REFUSED'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF

      * Before: the backup against its catalog row
           PERFORM 7220-OPEN-BACKUP-INPUT
           IF WS-IO-OK = 'N'
              SET WS-FILE-REFUSED TO TRUE
              MOVE 'BACKUP FILE WILL NOT OPEN - REFUSED'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1200-VERIFY-STEP
              UNTIL WS-FILE-EOF = 'Y'
           PERFORM 7290-CLOSE-BACKUP
           IF WS-FILE-FAILED
              SET WS-FILE-REFUSED TO TRUE
              MOVE 'BACKUP FILE UNREADABLE - REFUSED'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           IF WS-PASS-COUNT      NOT = BKC-RECORD-COUNT
              OR WS-PASS-KEY-HASH   NOT = BKC-KEY-HASH
              OR WS-PASS-FIELD-HASH NOT = BKC-FIELD-HASH
              SET WS-FILE-REFUSED TO TRUE
              MOVE 'BACKUP DOES NOT AGREE WITH CATALOG - REFUSED'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           MOVE WS-PASS-TOTALS TO WS-FIRST-TOTALS

      * The reload
           PERFORM 7220-OPEN-BACKUP-INPUT
           IF WS-IO-OK = 'N'
              SET WS-FILE-REFUSED TO TRUE
              MOVE 'BACKUP FILE WILL NOT REOPEN - REFUSED'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           PERFORM 7120-OPEN-MASTER-OUTPUT
           IF WS-IO-OK = 'N'
              PERFORM 7290-CLOSE-BACKUP
              SET WS-FILE-FAILED TO TRUE
              MOVE 'MASTER WILL NOT OPEN FOR RELOAD'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2100-RELOAD-STEP
              UNTIL WS-FILE-EOF = 'Y'
           PERFORM 7290-CLOSE-BACKUP
           PERFORM 7190-CLOSE-MASTER
           IF WS-FILE-FAILED
              GO TO 2090-CATALOG-RESTORE
           END-IF

      * After: the reloaded master against the same totals
           INITIALIZE WS-PASS-TOTALS
           PERFORM 7100-OPEN-MASTER-INPUT
           IF WS-IO-OK = 'N'
              SET WS-FILE-FAILED TO TRUE
              MOVE 'MASTER WILL NOT REOPEN TO VERIFY'
                TO BKP-RPT-DETAIL
              GO TO 2090-CATALOG-RESTORE
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 2200-REREAD-STEP
              UNTIL WS-FILE-EOF = 'Y'
           PERFORM 7190-CLOSE-MASTER
           IF WS-PASS-TOTALS = WS-FIRST-TOTALS
              MOVE 'RELOADED - MASTER AGREES WITH BACKUP'
                TO BKP-RPT-DETAIL
           ELSE
              SET WS-FILE-FAILED TO TRUE
              MOVE 'RELOADED - MASTER DOES NOT AGREE WITH BACKUP'
                TO BKP-RPT-DETAIL
           END-IF.
       2090-CATALOG-RESTORE.
           IF WS-CAT-ROW-FOUND = 'Y'
              MOVE WS-NOW-TS      TO BKC-RESTORE-TS
              MOVE WS-FILE-RESULT TO BKC-RESTORE-STATUS
              REWRITE FD-BKUPCAT-REC FROM BACKUP-CATALOG-RECORD
              IF BKUPCAT-STATUS NOT = '00'
                 DISPLAY 'WARNING: COULD NOT UPDATE BKUPCAT - '
                    BKUPCAT-STATUS
              END-IF
           END-IF
           IF WS-FILE-REFUSED
              MOVE BKC-RECORD-COUNT    TO BKP-RPT-COUNT
              MOVE BKC-KEY-HASH        TO BKP-RPT-KEY-HASH
              MOVE BKC-FIELD-HASH      TO BKP-RPT-FIELD-HASH
           ELSE
              ADD WS-PASS-COUNT TO WS-TOTAL-RECORDS
              MOVE WS-PASS-COUNT       TO BKP-RPT-COUNT
              MOVE WS-PASS-KEY-HASH    TO BKP-RPT-KEY-HASH
              MOVE WS-PASS-FIELD-HASH  TO BKP-RPT-FIELD-HASH
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.
       2000-RESTORE-ONE-FILE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One backup record into the master.
      *---------------------------------------------------------------*
       2100-RELOAD-STEP.
           PERFORM 7230-READ-BACKUP
           IF WS-FILE-EOF = 'N'
              PERFORM 7130-WRITE-MASTER
              IF WS-IO-OK = 'N'
                 SET WS-FILE-FAILED TO TRUE
                 MOVE 'WRITE TO MASTER FAILED DURING RELOAD'
                   TO BKP-RPT-DETAIL
                 MOVE 'Y' TO WS-FILE-EOF
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One reloaded master record, into the totals.
      *---------------------------------------------------------------*
       2200-REREAD-STEP.
           PERFORM 7110-READ-MASTER
           IF WS-FILE-EOF = 'N'
              PERFORM 7300-ADD-TO-TOTALS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Master I/O for the file under WS-BKF-SUB. WS-IO-OK
      * answers the opens and writes; reads set WS-FILE-EOF,
      * and a read error also fails the file.
      *---------------------------------------------------------------*
       7100-OPEN-MASTER-INPUT.
           EVALUATE WS-BKF-SUB
              WHEN 1 OPEN INPUT BKM-ACCT-FILE
              WHEN 2 OPEN INPUT BKM-CARD-FILE
              WHEN 3 OPEN INPUT BKM-CUST-FILE
              WHEN 4 OPEN INPUT BKM-XREF-FILE
              WHEN 5 OPEN INPUT BKM-TCAT-FILE
              WHEN 6 OPEN INPUT BKM-TRAN-FILE
           END-EVALUATE
           PERFORM 7900-JUDGE-MASTER-IO
           EXIT.
       7110-READ-MASTER.
           EVALUATE WS-BKF-SUB
              WHEN 1 READ BKM-ACCT-FILE NEXT INTO ACCOUNT-RECORD
              WHEN 2 READ BKM-CARD-FILE NEXT INTO CARD-RECORD
              WHEN 3 READ BKM-CUST-FILE NEXT INTO CUSTOMER-RECORD
              WHEN 4 READ BKM-XREF-FILE NEXT INTO CARD-XREF-RECORD
              WHEN 5 READ BKM-TCAT-FILE NEXT INTO TRAN-CAT-BAL-RECORD
              WHEN 6 READ BKM-TRAN-FILE NEXT INTO TRAN-RECORD
           END-EVALUATE
           EVALUATE MASTER-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 MOVE 'Y' TO WS-FILE-EOF
              WHEN OTHER
                 MOVE 'Y' TO WS-FILE-EOF
                 SET WS-FILE-FAILED TO TRUE
                 MOVE SPACES TO BKP-RPT-DETAIL
                 STRING 'MASTER READ FAILED - STATUS ' MASTER-STATUS
                        DELIMITED BY SIZE
                   INTO BKP-RPT-DETAIL
           END-EVALUATE
           EXIT.
       7120-OPEN-MASTER-OUTPUT.
           EVALUATE WS-BKF-SUB
              WHEN 1 OPEN OUTPUT BKM-ACCT-FILE
              WHEN 2 OPEN OUTPUT BKM-CARD-FILE
              WHEN 3 OPEN OUTPUT BKM-CUST-FILE
              WHEN 4 OPEN OUTPUT BKM-XREF-FILE
              WHEN 5 OPEN OUTPUT BKM-TCAT-FILE
              WHEN 6 OPEN OUTPUT BKM-TRAN-FILE
           END-EVALUATE
           PERFORM 7900-JUDGE-MASTER-IO
           EXIT.
       7130-WRITE-MASTER.
           EVALUATE WS-BKF-SUB
              WHEN 1 WRITE FD-BKM-ACCT-REC FROM ACCOUNT-RECORD
              WHEN 2 WRITE FD-BKM-CARD-REC FROM CARD-RECORD
              WHEN 3 WRITE FD-BKM-CUST-REC FROM CUSTOMER-RECORD
              WHEN 4 WRITE FD-BKM-XREF-REC FROM CARD-XREF-RECORD
              WHEN 5 WRITE FD-BKM-TCAT-REC FROM TRAN-CAT-BAL-RECORD
              WHEN 6 WRITE FD-BKM-TRAN-REC FROM TRAN-RECORD
           END-EVALUATE
           PERFORM 7900-JUDGE-MASTER-IO
           EXIT.
       7190-CLOSE-MASTER.
           EVALUATE WS-BKF-SUB
              WHEN 1 CLOSE BKM-ACCT-FILE
              WHEN 2 CLOSE BKM-CARD-FILE
              WHEN 3 CLOSE BKM-CUST-FILE
              WHEN 4 CLOSE BKM-XREF-FILE
              WHEN 5 CLOSE BKM-TCAT-FILE
              WHEN 6 CLOSE BKM-TRAN-FILE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Backup file I/O for the file under WS-BKF-SUB, the
      * same conventions.
      *---------------------------------------------------------------*
       7200-OPEN-BACKUP-OUTPUT.
           EVALUATE WS-BKF-SUB
              WHEN 1 OPEN OUTPUT BKB-ACCT-FILE
              WHEN 2 OPEN OUTPUT BKB-CARD-FILE
              WHEN 3 OPEN OUTPUT BKB-CUST-FILE
              WHEN 4 OPEN OUTPUT BKB-XREF-FILE
              WHEN 5 OPEN OUTPUT BKB-TCAT-FILE
              WHEN 6 OPEN OUTPUT BKB-TRAN-FILE
           END-EVALUATE
           PERFORM 7910-JUDGE-BACKUP-IO
           EXIT.
       7210-WRITE-BACKUP.
           EVALUATE WS-BKF-SUB
              WHEN 1 WRITE FD-BKB-ACCT-REC FROM ACCOUNT-RECORD
              WHEN 2 WRITE FD-BKB-CARD-REC FROM CARD-RECORD
              WHEN 3 WRITE FD-BKB-CUST-REC FROM CUSTOMER-RECORD
              WHEN 4 WRITE FD-BKB-XREF-REC FROM CARD-XREF-RECORD
              WHEN 5 WRITE FD-BKB-TCAT-REC FROM TRAN-CAT-BAL-RECORD
              WHEN 6 WRITE FD-BKB-TRAN-REC FROM TRAN-RECORD
           END-EVALUATE
           PERFORM 7910-JUDGE-BACKUP-IO
           EXIT.
       7220-OPEN-BACKUP-INPUT.
           EVALUATE WS-BKF-SUB
              WHEN 1 OPEN INPUT BKB-ACCT-FILE
              WHEN 2 OPEN INPUT BKB-CARD-FILE
              WHEN 3 OPEN INPUT BKB-CUST-FILE
              WHEN 4 OPEN INPUT BKB-XREF-FILE
              WHEN 5 OPEN INPUT BKB-TCAT-FILE
              WHEN 6 OPEN INPUT BKB-TRAN-FILE
           END-EVALUATE
           PERFORM 7910-JUDGE-BACKUP-IO
           EXIT.
       7230-READ-BACKUP.
           EVALUATE WS-BKF-SUB
              WHEN 1 READ BKB-ACCT-FILE INTO ACCOUNT-RECORD
              WHEN 2 READ BKB-CARD-FILE INTO CARD-RECORD
              WHEN 3 READ BKB-CUST-FILE INTO CUSTOMER-RECORD
              WHEN 4 READ BKB-XREF-FILE INTO CARD-XREF-RECORD
              WHEN 5 READ BKB-TCAT-FILE INTO TRAN-CAT-BAL-RECORD
              WHEN 6 READ BKB-TRAN-FILE INTO TRAN-RECORD
           END-EVALUATE
           EVALUATE BACKUP-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 MOVE 'Y' TO WS-FILE-EOF
              WHEN OTHER
                 MOVE 'Y' TO WS-FILE-EOF
                 SET WS-FILE-FAILED TO TRUE
                 MOVE SPACES TO BKP-RPT-DETAIL
                 STRING 'BACKUP READ FAILED - STATUS ' BACKUP-STATUS
                        DELIMITED BY SIZE
                   INTO BKP-RPT-DETAIL
           END-EVALUATE
           EXIT.
       7290-CLOSE-BACKUP.
           EVALUATE WS-BKF-SUB
              WHEN 1 CLOSE BKB-ACCT-FILE
              WHEN 2 CLOSE BKB-CARD-FILE
              WHEN 3 CLOSE BKB-CUST-FILE
              WHEN 4 CLOSE BKB-XREF-FILE
              WHEN 5 CLOSE BKB-TCAT-FILE
              WHEN 6 CLOSE BKB-TRAN-FILE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * The record just read into the pass totals: one to the
      * count, its key and its hash field to the hashes (see
      * CVBKC01Y.cpy). Card and transaction keys count as
      * numbers only when they are all digits.
      *---------------------------------------------------------------*
       7300-ADD-TO-TOTALS.
           ADD 1 TO WS-PASS-COUNT
           EVALUATE WS-BKF-SUB
              WHEN 1
                 ADD ACCT-ID TO WS-PASS-KEY-HASH
                 COMPUTE WS-PASS-FIELD-HASH =
                     WS-PASS-FIELD-HASH + ACCT-CURR-BAL * 100
              WHEN 2
                 MOVE CARD-NUM TO WS-HASH-KEY-X
                 PERFORM 7310-ADD-TEXT-KEY
                 ADD CARD-ACCT-ID TO WS-PASS-FIELD-HASH
              WHEN 3
                 ADD CUST-ID TO WS-PASS-KEY-HASH
                 IF CUST-FICO-CREDIT-SCORE IS NUMERIC
                    ADD CUST-FICO-CREDIT-SCORE TO WS-PASS-FIELD-HASH
                 END-IF
              WHEN 4
                 MOVE XREF-CARD-NUM TO WS-HASH-KEY-X
                 PERFORM 7310-ADD-TEXT-KEY
                 ADD XREF-ACCT-ID TO WS-PASS-FIELD-HASH
              WHEN 5
                 ADD TRANCAT-ACCT-ID TRANCAT-CD TO WS-PASS-KEY-HASH
                 COMPUTE WS-PASS-FIELD-HASH =
                     WS-PASS-FIELD-HASH + TRAN-CAT-BAL * 100
              WHEN 6
                 MOVE TRAN-ID TO WS-HASH-KEY-X
                 PERFORM 7310-ADD-TEXT-KEY
                 COMPUTE WS-PASS-FIELD-HASH =
                     WS-PASS-FIELD-HASH + TRAN-AMT * 100
           END-EVALUATE
           EXIT.
       7310-ADD-TEXT-KEY.
           IF WS-HASH-KEY-X IS NUMERIC
              ADD WS-HASH-KEY-N TO WS-PASS-KEY-HASH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * '00' is good for an open or a write; anything else is
      * not, and is shown.
      *---------------------------------------------------------------*
       7900-JUDGE-MASTER-IO.
           IF MASTER-STATUS = '00'
              MOVE 'Y' TO WS-IO-OK
           ELSE
              MOVE 'N' TO WS-IO-OK
              DISPLAY WS-BKP-FILE-NAME(WS-BKF-SUB)
                 ' MASTER I/O FAILED'
              MOVE MASTER-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
       7910-JUDGE-BACKUP-IO.
           IF BACKUP-STATUS = '00'
              MOVE 'Y' TO WS-IO-OK
           ELSE
              MOVE 'N' TO WS-IO-OK
              DISPLAY WS-BKP-FILE-NAME(WS-BKF-SUB)
                 ' BACKUP I/O FAILED'
              MOVE BACKUP-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes one file's report line, folding its result into
      * the run.
      *---------------------------------------------------------------*
       8000-WRITE-REPORT-LINE.
           MOVE WS-BKP-FILE-NAME(WS-BKF-SUB) TO BKP-RPT-FILE
           EVALUATE TRUE
              WHEN WS-FILE-VERIFIED
                 MOVE 'VERIFIED' TO BKP-RPT-RESULT
              WHEN WS-FILE-REFUSED
                 MOVE 'REFUSED'  TO BKP-RPT-RESULT
                 ADD 1 TO WS-FILES-FAILED
              WHEN OTHER
                 MOVE 'FAILED'   TO BKP-RPT-RESULT
                 ADD 1 TO WS-FILES-FAILED
           END-EVALUATE
           WRITE FD-BKPRPT-REC FROM BKP-RPT-LINE
           IF BKPRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING BACKUP REPORT'
              MOVE BKPRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Raises one operational alert, deferred-open style.
      *---------------------------------------------------------------*
       8700-RAISE-ALERT.
           OPEN I-O ALERTS-FILE
           IF  ALERTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN ALERTS FILE'
           ELSE
               INITIALIZE ALERT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-TS
               MOVE WS-BATCH-JOB-NAME           TO ALT-SOURCE-JOB
               MOVE WS-ALERT-SEVERITY           TO ALT-SEVERITY
               SET ALT-STATUS-OPEN              TO TRUE
               MOVE WS-ALERT-MESSAGE            TO ALT-MESSAGE
               MOVE ALT-KEY                     TO FD-ALT-KEY
               WRITE FD-ALERTS-REC FROM ALERT-RECORD
               IF  ALERTS-STATUS NOT = '00'
                   DISPLAY 'WARNING: COULD NOT WRITE ALERT'
               END-IF
               CLOSE ALERTS-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the files themselves were handled.
      *---------------------------------------------------------------*
      * Opens BATCHSTS for random I-O (read-then-write-or-rewrite).
       8100-BATCHSTS-OPEN.
           OPEN I-O BATCHSTS-FILE
           IF  BATCHSTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN BATCHSTS FILE'
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes (or creates) this job's BATCHSTS record as RUNNING
      * with a start timestamp, at the top of the run.
       8200-BATCHSTS-WRITE-START.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BATCH-START-TS
           MOVE WS-BATCH-JOB-NAME           TO FD-BATCH-JOB-NAME
           READ BATCHSTS-FILE INTO BATCH-STATUS-RECORD
               INVALID KEY
                   INITIALIZE BATCH-STATUS-RECORD
                   MOVE WS-BATCH-JOB-NAME TO BATCH-JOB-NAME
           END-READ
           MOVE FUNCTION CURRENT-DATE(1:4)  TO BATCH-RUN-DATE(1:4)
           MOVE '-'                         TO BATCH-RUN-DATE(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2)  TO BATCH-RUN-DATE(6:2)
           MOVE '-'                         TO BATCH-RUN-DATE(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2)  TO BATCH-RUN-DATE(9:2)
           MOVE WS-BATCH-START-TS           TO BATCH-START-TS
           MOVE SPACES                      TO BATCH-END-TS
           MOVE 0                           TO BATCH-RETURN-CD
           SET BATCH-STATUS-RUNNING         TO TRUE
           MOVE 0                           TO BATCH-RECORD-COUNT
           IF  BATCHSTS-STATUS = '23'
               WRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
      * records unloaded or reloaded and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-TOTAL-RECORDS            TO BATCH-RECORD-COUNT
           REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           IF  BATCHSTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT UPDATE BATCHSTS FILE'
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
       8900-BATCHSTS-CLOSE.
           CLOSE BATCHSTS-FILE
           EXIT.

      *****************************************************************
      *---------------------------------------------------------------*
      * Opens the catalog and the report. Abends on failure --
      * a backup that cannot be catalogued is no backup.
      *---------------------------------------------------------------*
       0000-FILES-OPEN.
           OPEN I-O BKUPCAT-FILE
           IF BKUPCAT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKUP CATALOG'
              MOVE BKUPCAT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT BKPRPT-FILE
           IF BKPRPT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING BACKUP REPORT'
              MOVE BKPRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the catalog and the report.
      *---------------------------------------------------------------*
       9000-FILES-CLOSE.
           CLOSE BKUPCAT-FILE
           CLOSE BKPRPT-FILE
           IF BKPRPT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING BACKUP REPORT'
              MOVE BKPRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * Abnormal program termination via LE CEE3ABD service.
      *---------------------------------------------------------------*
       9999-ABEND-PROGRAM.
           DISPLAY 'ABENDING PROGRAM'
           MOVE 0 TO TIMING
           MOVE 999 TO ABCODE
           CALL 'CEE3ABD'.

      *****************************************************************
      * Formats and displays the FILE STATUS code for diagnosis.
      *****************************************************************
       9910-DISPLAY-IO-STATUS.
           IF  IO-STATUS NOT NUMERIC
           OR  IO-STAT1 = '9'
               MOVE IO-STAT1 TO IO-STATUS-04(1:1)
               MOVE 0        TO TWO-BYTES-BINARY
               MOVE IO-STAT2 TO TWO-BYTES-RIGHT
               MOVE TWO-BYTES-BINARY TO IO-STATUS-0403
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           ELSE
               MOVE '0000' TO IO-STATUS-04
               MOVE IO-STATUS TO IO-STATUS-04(3:2)
               DISPLAY 'FILE STATUS IS: NNNN' IO-STATUS-04
           END-IF
           EXIT.
