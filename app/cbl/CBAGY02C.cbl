      ******************************************************************
      * Program     : CBAGY02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Load a collection agency's weekly remittance
      *               file and stage its collections, net of
      *               commission, as recoveries.
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
      * CBAGY02C - Collection Agency Remittance Intake (Batch,
      *            weekly, one run per agency file)
      *
      * Each agency working placements from CBAGY01C sends a
      * weekly file of what it collected and of the customers
      * who disputed the debt. The file goes through the same
      * discipline CBLBX01C applies to the lockbox file:
      *
      *   Pass 1 - VALIDATE: the header's file date must equal
      *     the PARM business date and name an agency on file;
      *     the trailer's item count and amount hash (sum of
      *     gross collection cent amounts) must equal what was
      *     read. Any mismatch ABENDS before one item is
      *     applied.
      *
      *   Pass 2 - APPLY: each collection is matched to the
      *     agency's latest placement of the account
      *     (AGYPLCMT, CVAGP01Y.cpy). The agency's commission
      *     (AGY-COMMISSION-PCT) is taken off the gross; gross
      *     and commission accumulate on the placement, which
      *     closes once the placed balance is collected in
      *     full. The net becomes a recovery DALYTRAN-RECORD
      *     (type '07' category 0010, source AGENCY, negative
      *     amount) APPENDED to the day's staging feed, which
      *     CBTRN02C posts to the recovery ledger (RCVRLEDG)
      *     like any other credit on a charged-off account and
      *     CBGLJ01C carries to the GL. A dispute notice marks
      *     the placement disputed; the next CBAGY01C run
      *     recalls it and reassigns the account elsewhere.
      *     An item that matches no placement of this agency
      *     is listed as an exception and nothing is posted
      *     for it.
      *
      * Remittance record layouts (100 bytes, first byte the
      * record type) are defined below -- this program is the
      * feed's only reader, the usual sole-consumer convention.
      *
      * Files accessed:
      *   AGYREMIT  - Agency remittance file (sequential input,
      *               100; read twice)
      *   AGENCY    - Collection agencies (KSDS, random read)
      *   AGYPLCMT  - Agency placements (KSDS, DYNAMIC I-O)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   DALYTRAN  - Daily transaction staging (sequential,
      *               EXTEND)
      *   AGYRMRPT  - Intake report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the file must be for.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBAGY02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGYREMIT-FILE ASSIGN TO AGYREMIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS AGYREMIT-STATUS.

           SELECT AGENCY-FILE ASSIGN TO AGENCY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-AGY-ID
                  FILE STATUS  IS AGENCY-STATUS.

      * AGYPLCMT: each account's placements are browsed to
      * find this agency's latest, then rewritten
           SELECT AGYPLCMT-FILE ASSIGN TO AGYPLCMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AGP-KEY
                  FILE STATUS  IS AGYPLCMT-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT DALYTRAN-FILE ASSIGN TO DALYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYTRAN-STATUS.

           SELECT AGYRMRPT-FILE ASSIGN TO AGYRMRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYRMRPT-STATUS.

      * BATCHSTS: pipeline job-status record, rewritten by
      * this program's job name at start and end of run --
      * read by the COADM03C dashboard. See CSBCH01Y.cpy.
           SELECT BATCHSTS-FILE ASSIGN TO BATCHSTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BATCH-JOB-NAME
                  FILE STATUS  IS BATCHSTS-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the agency remittance file (100 bytes)
       FD  AGYREMIT-FILE.
       01  FD-AGYREMIT-REC                      PIC X(100).

      * FD for the collection agency VSAM (80 bytes)
       FD  AGENCY-FILE.
       01  FD-AGENCY-REC.
           05 FD-AGY-ID                         PIC X(04).
           05 FD-AGY-DATA                       PIC X(76).

      * FD for the agency placement VSAM (120 bytes)
       FD  AGYPLCMT-FILE.
       01  FD-AGYPLCMT-REC.
           05 FD-AGP-KEY                        PIC X(13).
           05 FD-AGP-DATA                       PIC X(107).

      * FD for card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for daily transaction staging output (370 bytes)
       FD  DALYTRAN-FILE.
       01  FD-TRAN-RECORD.
           05 FD-TRAN-ID                        PIC X(16).
           05 FD-TRAN-DATA                      PIC X(354).

      * FD for the intake report (132-byte print)
       FD  AGYRMRPT-FILE.
       01  FD-AGYRMRPT-REC                      PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Remittance record layouts. Byte 1 carries the record type:
      *   'H' header  - file date and the remitting agency
      *   'D' detail  - one collection, gross of commission
      *   'X' dispute - the customer disputes the debt
      *   'T' trailer - item count (D and X records) and amount
      *                 hash (sum of gross cent amounts)
       01  AGYREMIT-RECORD                      PIC X(100).
       01  AGYREMIT-HEADER-REC REDEFINES AGYREMIT-RECORD.
           05 ARH-REC-TYPE              PIC X(01).
           05 ARH-FILE-DATE             PIC X(10).
           05 ARH-AGENCY-ID             PIC X(04).
           05 FILLER                    PIC X(85).
       01  AGYREMIT-DETAIL-REC REDEFINES AGYREMIT-RECORD.
           05 ARD-REC-TYPE              PIC X(01).
           05 ARD-ACCT-ID               PIC 9(11).
      * Date the agency received the customer's payment
           05 ARD-PAY-DATE              PIC X(10).
           05 ARD-GROSS-AMT             PIC 9(09)V99.
           05 FILLER                    PIC X(67).
       01  AGYREMIT-DISPUTE-REC REDEFINES AGYREMIT-RECORD.
           05 ARX-REC-TYPE              PIC X(01).
           05 ARX-ACCT-ID               PIC 9(11).
      * Date the customer's dispute reached the agency
           05 ARX-NOTICE-DATE           PIC X(10).
           05 FILLER                    PIC X(78).
       01  AGYREMIT-TRAILER-REC REDEFINES AGYREMIT-RECORD.
           05 ART-REC-TYPE              PIC X(01).
           05 ART-ITEM-COUNT            PIC 9(09).
           05 ART-AMOUNT-HASH           PIC 9(15).
           05 FILLER                    PIC X(75).

       01  AGYREMIT-STATUS.
           05  AGYREMIT-STAT1      PIC X.
           05  AGYREMIT-STAT2      PIC X.

      * CVAGY01Y: 80-byte collection agency record
       COPY CVAGY01Y.
       01  AGENCY-STATUS.
           05  AGENCY-STAT1        PIC X.
           05  AGENCY-STAT2        PIC X.

      * CVAGP01Y: 120-byte agency placement record
       COPY CVAGP01Y.
       01  AGYPLCMT-STATUS.
           05  AGYPLCMT-STAT1      PIC X.
           05  AGYPLCMT-STAT2      PIC X.

      * CVACT03Y: 50-byte card cross-reference record
       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

      * CVTRA06Y: 370-byte daily transaction staging record
       COPY CVTRA06Y.
       01  DALYTRAN-STATUS.
           05  DALYTRAN-STAT1      PIC X.
           05  DALYTRAN-STAT2      PIC X.

       01  AGYRMRPT-STATUS.
           05  AGYRMRPT-STAT1      PIC X.
           05  AGYRMRPT-STAT2      PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBAGY02C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

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

       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  WS-AGP-EOF              PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.
      * Timestamp work areas for DB2-style formatting
      * T I M E S T A M P   D B 2  X(26)     EEEE-MM-DD-UU.MM.SS.HH0000
       01  COBOL-TS.
           05 COB-YYYY                  PIC X(04).
           05 COB-MM                    PIC X(02).
           05 COB-DD                    PIC X(02).
           05 COB-HH                    PIC X(02).
           05 COB-MIN                   PIC X(02).
           05 COB-SS                    PIC X(02).
           05 COB-MIL                   PIC X(02).
           05 COB-REST                  PIC X(05).
       01  DB2-FORMAT-TS                PIC X(26).
       01  FILLER REDEFINES DB2-FORMAT-TS.
           06 DB2-YYYY                  PIC X(004).
           06 DB2-STREEP-1              PIC X.
           06 DB2-MM                    PIC X(002).
           06 DB2-STREEP-2              PIC X.
           06 DB2-DD                    PIC X(002).
           06 DB2-STREEP-3              PIC X.
           06 DB2-HH                    PIC X(002).
           06 DB2-DOT-1                 PIC X.
           06 DB2-MIN                   PIC X(002).
           06 DB2-DOT-2                 PIC X.
           06 DB2-SS                    PIC X(002).
           06 DB2-DOT-3                 PIC X.
           06 DB2-MIL                   PIC 9(002).
           06 DB2-REST                  PIC X(04).

      * Run controls
       01 WS-MISC-VARS.
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-FILE-AGENCY            PIC X(04) VALUE SPACES.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-TRL-HASH               PIC 9(15) VALUE 0.
           05 WS-ITEM-ACCT-ID           PIC 9(11) VALUE 0.
      * Key of this agency's latest placement of the account;
      * zero sequence when it has none
           05 WS-MATCH-KEY.
              10 WS-MATCH-ACCT-ID       PIC 9(11) VALUE 0.
              10 WS-MATCH-SEQ           PIC 9(02) VALUE 0.
           05 WS-EXCEPTION-DESC         PIC X(40) VALUE SPACES.
           05 WS-COMMISSION-AMT         PIC S9(09)V99 VALUE 0.
           05 WS-NET-AMT                PIC S9(09)V99 VALUE 0.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
       01 WS-COUNTERS.
           05 WS-ITEM-COUNT             PIC 9(09) VALUE 0.
           05 WS-AMOUNT-HASH            PIC 9(15) VALUE 0.
           05 WS-POSTED-COUNT           PIC 9(09) VALUE 0.
           05 WS-GROSS-TOTAL            PIC S9(11)V99 VALUE 0.
           05 WS-COMMISSION-TOTAL       PIC S9(11)V99 VALUE 0.
           05 WS-NET-TOTAL              PIC S9(11)V99 VALUE 0.
           05 WS-CLOSED-COUNT           PIC 9(09) VALUE 0.
           05 WS-DISPUTE-COUNT          PIC 9(09) VALUE 0.
           05 WS-EXCEPTION-COUNT        PIC 9(09) VALUE 0.
           05 WS-EXCEPTION-AMT          PIC S9(11)V99 VALUE 0.

      * Generated transaction ID: 'AG' + YYYYMMDD + 6-digit
      * suffix, the same convention as CBAPY01C's AP prefix.
       01 WS-GEN-TRAN-ID.
           05 WS-GEN-TRAN-PFX           PIC X(02) VALUE 'AG'.
           05 WS-GEN-TRAN-DATE          PIC 9(08).
           05 WS-GEN-TRAN-SFX           PIC 9(06).

      * Intake report lines (sole-writer convention)
       01 WS-AGR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'AGENCY REMITTANCE INTAKE REPORT'.
           05 FILLER                    PIC X(09)
                   VALUE 'AGENCY: '.
           05 WS-AGR-RPT-AGENCY         PIC X(04).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AGR-RPT-AGENCY-NAME    PIC X(30).
           05 FILLER                    PIC X(12)
                   VALUE ' FILE DATE: '.
           05 WS-AGR-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(25) VALUE SPACES.
       01 WS-AGR-RPT-LINE.
           05 FILLER                    PIC X(09)
                   VALUE 'ACCOUNT '.
           05 WS-AGR-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(08)
                   VALUE '  GROSS '.
           05 WS-AGR-RPT-GROSS          PIC -(8)9.99.
           05 FILLER                    PIC X(07)
                   VALUE '  COMM '.
           05 WS-AGR-RPT-COMM           PIC -(8)9.99.
           05 FILLER                    PIC X(06)
                   VALUE '  NET '.
           05 WS-AGR-RPT-NET            PIC -(8)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AGR-RPT-VERDICT        PIC X(40).
           05 FILLER                    PIC X(10) VALUE SPACES.
       01 WS-AGR-RPT-TOTAL-LINE.
           05 WS-AGR-RPT-TOT-LABEL      PIC X(24).
           05 WS-AGR-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(09)
                   VALUE '  AMOUNT '.
           05 WS-AGR-RPT-TOT-AMT        PIC -(11)9.99.
           05 FILLER                    PIC X(76) VALUE SPACES.
       01 WS-AGR-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date the file must be
      * for, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: pass 1 proves the file, pass 2 applies.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY02C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-AGYREMIT-OPEN.
           PERFORM 0100-AGENCY-OPEN.
           PERFORM 0200-AGYPLCMT-OPEN.
           PERFORM 0300-XREFFILE-OPEN.
           PERFORM 0400-DALYTRAN-OPEN.
           PERFORM 0500-AGYRMRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * Pass 1: control-total proof before anything is applied
           PERFORM 1100-VERIFY-NEXT-RECORD
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 1500-PROVE-CONTROL-TOTALS.

      * Rewind for the apply pass
           PERFORM 9000-AGYREMIT-CLOSE.
           PERFORM 0000-AGYREMIT-OPEN.
           MOVE 'N' TO END-OF-FILE

           MOVE WS-FILE-AGENCY TO WS-AGR-RPT-AGENCY
           MOVE AGY-NAME       TO WS-AGR-RPT-AGENCY-NAME
           MOVE WS-FILE-DATE   TO WS-AGR-RPT-DATE
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-HEADER
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-BLANK

           PERFORM 2000-APPLY-NEXT-RECORD
              UNTIL END-OF-FILE = 'Y'.

           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-BLANK
           MOVE 'GROSS COLLECTED       :' TO WS-AGR-RPT-TOT-LABEL
           MOVE WS-POSTED-COUNT           TO WS-AGR-RPT-TOT-COUNT
           MOVE WS-GROSS-TOTAL            TO WS-AGR-RPT-TOT-AMT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-TOTAL-LINE
           MOVE 'COMMISSION RETAINED   :' TO WS-AGR-RPT-TOT-LABEL
           MOVE WS-POSTED-COUNT           TO WS-AGR-RPT-TOT-COUNT
           MOVE WS-COMMISSION-TOTAL       TO WS-AGR-RPT-TOT-AMT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-TOTAL-LINE
           MOVE 'NET RECOVERIES STAGED :' TO WS-AGR-RPT-TOT-LABEL
           MOVE WS-POSTED-COUNT           TO WS-AGR-RPT-TOT-COUNT
           MOVE WS-NET-TOTAL              TO WS-AGR-RPT-TOT-AMT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-TOTAL-LINE
           MOVE 'PLACEMENTS PAID IN FULL:' TO WS-AGR-RPT-TOT-LABEL
           MOVE WS-CLOSED-COUNT           TO WS-AGR-RPT-TOT-COUNT
           MOVE ZERO                      TO WS-AGR-RPT-TOT-AMT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-TOTAL-LINE
           MOVE 'DISPUTES RECORDED     :' TO WS-AGR-RPT-TOT-LABEL
           MOVE WS-DISPUTE-COUNT          TO WS-AGR-RPT-TOT-COUNT
           MOVE ZERO                      TO WS-AGR-RPT-TOT-AMT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-TOTAL-LINE
           MOVE 'EXCEPTIONS NOT APPLIED:' TO WS-AGR-RPT-TOT-LABEL
           MOVE WS-EXCEPTION-COUNT        TO WS-AGR-RPT-TOT-COUNT
           MOVE WS-EXCEPTION-AMT          TO WS-AGR-RPT-TOT-AMT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-TOTAL-LINE

           PERFORM 9000-AGYREMIT-CLOSE.
           PERFORM 9100-AGENCY-CLOSE.
           PERFORM 9200-AGYPLCMT-CLOSE.
           PERFORM 9300-XREFFILE-CLOSE.
           PERFORM 9400-DALYTRAN-CLOSE.
           PERFORM 9500-AGYRMRPT-CLOSE.

           DISPLAY 'REMITTANCE ITEMS READ  :' WS-ITEM-COUNT
           DISPLAY 'RECOVERIES STAGED      :' WS-POSTED-COUNT
           DISPLAY 'DISPUTES RECORDED      :' WS-DISPUTE-COUNT
           DISPLAY 'EXCEPTIONS NOT APPLIED :' WS-EXCEPTION-COUNT

           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next remittance record sequentially.
      *---------------------------------------------------------------*
       1000-AGYREMIT-GET-NEXT.
           READ AGYREMIT-FILE INTO AGYREMIT-RECORD.
           IF  AGYREMIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  AGYREMIT-STATUS = '10'
                   MOVE 16 TO APPL-RESULT
               ELSE
                   MOVE 12 TO APPL-RESULT
               END-IF
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               IF  APPL-EOF
                   MOVE 'Y' TO END-OF-FILE
               ELSE
                   DISPLAY 'ERROR READING AGENCY REMITTANCE FILE'
                   MOVE AGYREMIT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-1 verification of one record: captures the header,
      * accumulates count and amount hash, captures the trailer.
      *---------------------------------------------------------------*
       1100-VERIFY-NEXT-RECORD.
           PERFORM 1000-AGYREMIT-GET-NEXT
           IF  END-OF-FILE = 'N'
               EVALUATE ARH-REC-TYPE
                   WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SEEN
                       MOVE ARH-FILE-DATE TO WS-FILE-DATE
                       MOVE ARH-AGENCY-ID TO WS-FILE-AGENCY
                   WHEN 'D'
                       ADD 1 TO WS-ITEM-COUNT
                       IF  ARD-GROSS-AMT IS NUMERIC
                           AND ARD-ACCT-ID IS NUMERIC
                           COMPUTE WS-AMOUNT-HASH =
                              WS-AMOUNT-HASH + (ARD-GROSS-AMT * 100)
                       ELSE
                           DISPLAY 'NON-NUMERIC REMITTANCE ITEM'
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                   WHEN 'X'
                       ADD 1 TO WS-ITEM-COUNT
                       IF  ARX-ACCT-ID IS NOT NUMERIC
                           DISPLAY 'NON-NUMERIC DISPUTE ACCOUNT'
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                   WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SEEN
                       MOVE ART-ITEM-COUNT   TO WS-TRL-COUNT
                       MOVE ART-AMOUNT-HASH  TO WS-TRL-HASH
                   WHEN OTHER
                       DISPLAY 'UNKNOWN REMITTANCE RECORD TYPE'
                       PERFORM 9999-ABEND-PROGRAM
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with the run's date and an
      * agency on file, trailer present with matching count and
      * hash. Any miss ABENDS with nothing applied.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               OR WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'REMITTANCE FILE MISSING HEADER OR TRAILER'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FILE-DATE NOT = PARM-DATE
               DISPLAY 'REMITTANCE FILE DATE ' WS-FILE-DATE
                  ' IS NOT RUN DATE ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-COUNT NOT = WS-ITEM-COUNT
               DISPLAY 'REMITTANCE COUNT MISMATCH: TRAILER '
                  WS-TRL-COUNT ' READ ' WS-ITEM-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-HASH NOT = WS-AMOUNT-HASH
               DISPLAY 'REMITTANCE AMOUNT HASH MISMATCH'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE WS-FILE-AGENCY TO FD-AGY-ID
           READ AGENCY-FILE INTO AGENCY-RECORD
               INVALID KEY
                  DISPLAY 'REMITTANCE FROM UNKNOWN AGENCY '
                     WS-FILE-AGENCY
                  PERFORM 9999-ABEND-PROGRAM
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Pass-2 dispatch of one record to the collection or the
      * dispute handler.
      *---------------------------------------------------------------*
       2000-APPLY-NEXT-RECORD.
           PERFORM 1000-AGYREMIT-GET-NEXT
           IF  END-OF-FILE = 'N'
               EVALUATE ARH-REC-TYPE
                   WHEN 'D'
                       PERFORM 2100-APPLY-COLLECTION
                          THRU 2100-APPLY-COLLECTION-EXIT
                   WHEN 'X'
                       PERFORM 2500-APPLY-DISPUTE
                          THRU 2500-APPLY-DISPUTE-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Applies one collection: commission off the gross, the
      * placement brought up to date, the net staged as a
      * recovery.
      *---------------------------------------------------------------*
       2100-APPLY-COLLECTION.
           MOVE ARD-ACCT-ID   TO WS-AGR-RPT-ACCT
           MOVE ARD-GROSS-AMT TO WS-AGR-RPT-GROSS
           MOVE ZERO          TO WS-AGR-RPT-COMM
           MOVE ZERO          TO WS-AGR-RPT-NET

           MOVE ARD-ACCT-ID TO WS-ITEM-ACCT-ID
           PERFORM 3000-FIND-AGENCY-PLACEMENT
           IF  WS-MATCH-SEQ = 0
               MOVE 'NOT PLACED WITH THIS AGENCY'
                 TO WS-EXCEPTION-DESC
               PERFORM 2900-REPORT-EXCEPTION
               ADD ARD-GROSS-AMT TO WS-EXCEPTION-AMT
               GO TO 2100-APPLY-COLLECTION-EXIT
           END-IF

           MOVE ARD-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CARD ON FILE FOR ACCOUNT'
                    TO WS-EXCEPTION-DESC
                  PERFORM 2900-REPORT-EXCEPTION
                  ADD ARD-GROSS-AMT TO WS-EXCEPTION-AMT
                  GO TO 2100-APPLY-COLLECTION-EXIT
           END-READ

           COMPUTE WS-COMMISSION-AMT ROUNDED =
              ARD-GROSS-AMT * AGY-COMMISSION-PCT / 100
           COMPUTE WS-NET-AMT = ARD-GROSS-AMT - WS-COMMISSION-AMT

           MOVE WS-MATCH-KEY TO FD-AGP-KEY
           READ AGYPLCMT-FILE INTO AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS NOT = '00'
               DISPLAY 'ERROR READING AGENCY PLACEMENT'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD ARD-GROSS-AMT     TO AGP-GROSS-COLLECTED
           ADD WS-COMMISSION-AMT TO AGP-COMMISSION-AMT
           MOVE PARM-DATE        TO AGP-LAST-REMIT-DATE
           IF  AGP-STATUS-PLACED
               AND AGP-GROSS-COLLECTED NOT < AGP-PLACED-BAL
               SET AGP-STATUS-CLOSED TO TRUE
               ADD 1 TO WS-CLOSED-COUNT
           END-IF
           REWRITE FD-AGYPLCMT-REC FROM AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AGENCY PLACEMENT'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           PERFORM 2200-WRITE-DALYTRAN

           ADD 1                 TO WS-POSTED-COUNT
           ADD ARD-GROSS-AMT     TO WS-GROSS-TOTAL
           ADD WS-COMMISSION-AMT TO WS-COMMISSION-TOTAL
           ADD WS-NET-AMT        TO WS-NET-TOTAL
           MOVE WS-COMMISSION-AMT TO WS-AGR-RPT-COMM
           MOVE WS-NET-AMT        TO WS-AGR-RPT-NET
           IF  AGP-STATUS-CLOSED
               MOVE 'STAGED - PLACEMENT PAID IN FULL'
                 TO WS-AGR-RPT-VERDICT
           ELSE
               MOVE 'STAGED FOR POSTING' TO WS-AGR-RPT-VERDICT
           END-IF
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-LINE
           .
       2100-APPLY-COLLECTION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Builds and appends the recovery DALYTRAN record: type
      * '07' category 0010 (agency recovery), source AGENCY,
      * the net as a negative amount, no physical card.
      *---------------------------------------------------------------*
       2200-WRITE-DALYTRAN.
           ADD 1 TO WS-TRANID-SUFFIX
           MOVE PARM-DATE(1:4)  TO WS-GEN-TRAN-DATE(1:4)
           MOVE PARM-DATE(6:2)  TO WS-GEN-TRAN-DATE(5:2)
           MOVE PARM-DATE(9:2)  TO WS-GEN-TRAN-DATE(7:2)
           MOVE WS-TRANID-SUFFIX TO WS-GEN-TRAN-SFX

           INITIALIZE DALYTRAN-RECORD
           MOVE WS-GEN-TRAN-ID        TO DALYTRAN-ID
           MOVE '07'                  TO DALYTRAN-TYPE-CD
           MOVE 0010                  TO DALYTRAN-CAT-CD
           MOVE 'AGENCY'              TO DALYTRAN-SOURCE
           STRING 'Agency recovery ' ,
                  WS-FILE-AGENCY ,
                  ' paid ' ,
                  ARD-PAY-DATE
                  DELIMITED BY SIZE
            INTO DALYTRAN-DESC
           END-STRING
           COMPUTE DALYTRAN-AMT = WS-NET-AMT * -1
           MOVE 0                     TO DALYTRAN-MERCHANT-ID
           MOVE SPACES                TO DALYTRAN-MERCHANT-NAME
           MOVE SPACES                TO DALYTRAN-MERCHANT-CITY
           MOVE SPACES                TO DALYTRAN-MERCHANT-ZIP
           MOVE XREF-CARD-NUM         TO DALYTRAN-CARD-NUM
           PERFORM Z-GET-DB2-FORMAT-TIMESTAMP
           MOVE DB2-FORMAT-TS         TO DALYTRAN-ORIG-TS
           MOVE DB2-FORMAT-TS         TO DALYTRAN-PROC-TS
           MOVE 'N'                   TO DALYTRAN-CARD-PRESENT
           MOVE SPACES                TO DALYTRAN-CURRENCY-CD

           WRITE FD-TRAN-RECORD FROM DALYTRAN-RECORD
           IF  DALYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Applies one dispute notice: the agency's open placement
      * is marked disputed for the next placement run to recall.
      *---------------------------------------------------------------*
       2500-APPLY-DISPUTE.
           MOVE ARX-ACCT-ID TO WS-AGR-RPT-ACCT
           MOVE ZERO        TO WS-AGR-RPT-GROSS
           MOVE ZERO        TO WS-AGR-RPT-COMM
           MOVE ZERO        TO WS-AGR-RPT-NET

           MOVE ARX-ACCT-ID TO WS-ITEM-ACCT-ID
           PERFORM 3000-FIND-AGENCY-PLACEMENT
           IF  WS-MATCH-SEQ = 0
               MOVE 'DISPUTE - NOT PLACED WITH THIS AGENCY'
                 TO WS-EXCEPTION-DESC
               PERFORM 2900-REPORT-EXCEPTION
               GO TO 2500-APPLY-DISPUTE-EXIT
           END-IF

           MOVE WS-MATCH-KEY TO FD-AGP-KEY
           READ AGYPLCMT-FILE INTO AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS NOT = '00'
               DISPLAY 'ERROR READING AGENCY PLACEMENT'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  NOT AGP-STATUS-PLACED
               MOVE 'DISPUTE - PLACEMENT NO LONGER OPEN'
                 TO WS-EXCEPTION-DESC
               PERFORM 2900-REPORT-EXCEPTION
               GO TO 2500-APPLY-DISPUTE-EXIT
           END-IF

           SET AGP-DISPUTED    TO TRUE
           MOVE ARX-NOTICE-DATE TO AGP-DISPUTE-DATE
           REWRITE FD-AGYPLCMT-REC FROM AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AGENCY PLACEMENT'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-DISPUTE-COUNT
           MOVE 'DISPUTE RECORDED - RECALL NEXT RUN'
             TO WS-AGR-RPT-VERDICT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-LINE
           .
       2500-APPLY-DISPUTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lists one item that could not be applied. Nothing is
      * posted for it; collections operations settle it with
      * the agency.
      *---------------------------------------------------------------*
       2900-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-DESC TO WS-AGR-RPT-VERDICT
           WRITE FD-AGYRMRPT-REC FROM WS-AGR-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Finds this agency's latest placement of the account in
      * WS-ITEM-ACCT-ID: browses the account's key range and
      * keeps the last row placed with the file's agency. No
      * such placement leaves WS-MATCH-SEQ zero.
      *---------------------------------------------------------------*
       3000-FIND-AGENCY-PLACEMENT.
           MOVE WS-ITEM-ACCT-ID TO WS-MATCH-ACCT-ID
           MOVE 0               TO WS-MATCH-SEQ
           MOVE WS-ITEM-ACCT-ID TO AGP-ACCT-ID
           MOVE 0               TO AGP-PLACEMENT-SEQ
           MOVE AGP-KEY         TO FD-AGP-KEY
           MOVE 'N' TO WS-AGP-EOF
           START AGYPLCMT-FILE KEY NOT < FD-AGP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-AGP-EOF
           END-START
           PERFORM 3100-NEXT-ACCOUNT-PLACEMENT
              UNTIL WS-AGP-EOF = 'Y'
           EXIT.
       3100-NEXT-ACCOUNT-PLACEMENT.
           READ AGYPLCMT-FILE NEXT RECORD
                INTO AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS = '10'
               MOVE 'Y' TO WS-AGP-EOF
           ELSE
               IF  AGYPLCMT-STATUS NOT = '00'
                   DISPLAY 'ERROR READING AGENCY PLACEMENTS'
                   MOVE AGYPLCMT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  AGP-ACCT-ID NOT = WS-ITEM-ACCT-ID
                   MOVE 'Y' TO WS-AGP-EOF
               ELSE
                   IF  AGP-AGENCY-ID = WS-FILE-AGENCY
                       MOVE AGP-PLACEMENT-SEQ TO WS-MATCH-SEQ
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the remittance file for sequential input.
      *---------------------------------------------------------------*
       0000-AGYREMIT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AGYREMIT-FILE
           IF  AGYREMIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY REMITTANCE FILE'
               MOVE AGYREMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the agency file for random read.
      *---------------------------------------------------------------*
       0100-AGENCY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AGENCY-FILE
           IF  AGENCY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY FILE'
               MOVE AGENCY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the placement file for dynamic I-O.
      *---------------------------------------------------------------*
       0200-AGYPLCMT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O AGYPLCMT-FILE
           IF  AGYPLCMT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT FILE'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the cross-reference for random read.
      *---------------------------------------------------------------*
       0300-XREFFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT XREF-FILE
           IF  XREFFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the daily transaction file EXTEND, so staged
      * recoveries append to the day's feed.
      *---------------------------------------------------------------*
       0400-DALYTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN EXTEND DALYTRAN-FILE
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the intake report for output.
      *---------------------------------------------------------------*
       0500-AGYRMRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT AGYRMRPT-FILE
           IF  AGYRMRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING REMITTANCE INTAKE REPORT'
               MOVE AGYRMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the remittance file.
      *---------------------------------------------------------------*
       9000-AGYREMIT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGYREMIT-FILE
           IF  AGYREMIT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY REMITTANCE FILE'
               MOVE AGYREMIT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the agency file.
      *---------------------------------------------------------------*
       9100-AGENCY-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGENCY-FILE
           IF  AGENCY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY FILE'
               MOVE AGENCY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the placement file.
      *---------------------------------------------------------------*
       9200-AGYPLCMT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGYPLCMT-FILE
           IF  AGYPLCMT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT FILE'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the cross-reference.
      *---------------------------------------------------------------*
       9300-XREFFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the daily transaction file.
      *---------------------------------------------------------------*
       9400-DALYTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DALYTRAN-FILE
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the intake report.
      *---------------------------------------------------------------*
       9500-AGYRMRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGYRMRPT-FILE
           IF  AGYRMRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING REMITTANCE INTAKE REPORT'
               MOVE AGYRMRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the intake itself completed.
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
      * item count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-ITEM-COUNT               TO BATCH-RECORD-COUNT
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
      * Gets the current timestamp and reformats it into the
      * DB2-style YYYY-MM-DD-HH.MM.SS.NN0000 layout used for
      * the staged recovery's timestamps.
      *****************************************************************
       Z-GET-DB2-FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO COBOL-TS
           MOVE COB-YYYY TO DB2-YYYY
           MOVE COB-MM   TO DB2-MM
           MOVE COB-DD   TO DB2-DD
           MOVE COB-HH   TO DB2-HH
           MOVE COB-MIN  TO DB2-MIN
           MOVE COB-SS   TO DB2-SS
           MOVE COB-MIL  TO DB2-MIL
           MOVE '0000'   TO DB2-REST
           MOVE '-' TO DB2-STREEP-1 DB2-STREEP-2 DB2-STREEP-3
           MOVE '.' TO DB2-DOT-1 DB2-DOT-2 DB2-DOT-3
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
