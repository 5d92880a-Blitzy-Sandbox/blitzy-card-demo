      ******************************************************************
      * Program     : CBCEL01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Month-end CECL allowance for credit losses
      *               by portfolio segment, with GL build/release.
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
      * CBCEL01C - Month-End CECL Allowance (Batch)
      *
      * Computes the allowance for credit losses finance books
      * each month, from the account master and the CECLASM
      * loss assumptions (CVCEL01Y.cpy):
      *   1. Every account carrying exposure is placed in a
      *      segment: product (ACCT-GROUP-ID), delinquency
      *      stage (current shown as '0'), FICO band of the
      *      account's customer, and months on book since
      *      ACCT-OPEN-DATE. Exposure is the drawn balance
      *      (credit balances count as nothing drawn) plus the
      *      undrawn line of an open account. Charged-off
      *      accounts are out -- their loss is already taken.
      *   2. Each segment's assumption row applies -- its own,
      *      else the house default row for the same cell --
      *      giving exposure = drawn + CCF% of undrawn, and
      *      allowance = exposure x loss rate. A segment with
      *      no assumption at all carries no allowance, is
      *      flagged on the report, and the run ends RC 4.
      *   3. Last month's allowance per segment comes back off
      *      the CECLHST run history (CVCEL02Y.cpy), and this
      *      month's rows are written there, together with an
      *      archive copy of every assumption row in force.
      *      A rerun of the month replaces the month's rows.
      *   4. The movement in the total allowance journals as a
      *      balanced pair through the GLMAP 'CL'/0000 row
      *      ('**'/0000 SUSPENSE when none): a build debits the
      *      row's debit account (provision expense) and credits
      *      its credit account (the allowance), a release swaps
      *      the pair -- CBGLJ01C's sign convention, to this
      *      job's own CECLJRNL extract with a balancing proof
      *      that ABENDS on any mismatch, as CBFXR01C does.
      *   5. The report lists every segment in key order with
      *      balance, exposure, loss rate, allowance, coverage
      *      (allowance as a percent of the drawn balance),
      *      last month's allowance and the movement, with
      *      product and portfolio totals.
      *
      * Files accessed:
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   CECLASM   - CECL loss assumptions (KSDS, dynamic
      *               input)
      *   CECLHST   - CECL run history (KSDS, dynamic I-O)
      *   GLMAP     - GL account mapping (KSDS, random read)
      *   CECLJRNL  - Allowance journal extract (sequential
      *               output, 80 -- same layout as GLJRNL)
      *   CECLRPT   - Allowance report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * month-end business date; its month is the run month.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCEL01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT CECLASM-FILE ASSIGN TO CECLASM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CEA-KEY
                  FILE STATUS  IS CECLASM-STATUS.

           SELECT CECLHST-FILE ASSIGN TO CECLHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CEH-KEY
                  FILE STATUS  IS CECLHST-STATUS.

           SELECT GLMAP-FILE ASSIGN TO GLMAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-GLM-KEY
                  FILE STATUS  IS GLMAP-STATUS.

           SELECT CECLJRNL-FILE ASSIGN TO CECLJRNL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CECLJRNL-STATUS.

           SELECT CECLRPT-FILE ASSIGN TO CECLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CECLRPT-STATUS.

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
      * FD for account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for the customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the CECL assumptions VSAM (80 bytes)
       FD  CECLASM-FILE.
       01  FD-CECLASM-REC.
           05 FD-CEA-KEY                        PIC X(13).
           05 FD-CEA-DATA                       PIC X(67).

      * FD for the CECL run history VSAM (200 bytes)
       FD  CECLHST-FILE.
       01  FD-CECLHST-REC.
           05 FD-CEH-KEY                        PIC X(21).
           05 FD-CEH-DATA                       PIC X(179).

      * FD for the GL account mapping (60 bytes)
       FD  GLMAP-FILE.
       01  FD-GLMAP-REC.
           05 FD-GLM-KEY                        PIC X(06).
           05 FD-GLM-DATA                       PIC X(54).

      * FD for the allowance journal extract (80 bytes)
       FD  CECLJRNL-FILE.
       01  FD-CECLJRNL-REC                      PIC X(80).

      * FD for the allowance report (132-byte print)
       FD  CECLRPT-FILE.
       01  FD-CECLRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVACT03Y: 50-byte card cross-reference record
       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.

      * CVCUS01Y: 500-byte customer master record
       COPY CVCUS01Y.
       01  CUSTDAT-STATUS.
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVCEL01Y: 80-byte CECL loss assumption record
       COPY CVCEL01Y.
       01  CECLASM-STATUS.
           05  CECLASM-STAT1       PIC X.
           05  CECLASM-STAT2       PIC X.

      * CVCEL02Y: 200-byte CECL run history record
       COPY CVCEL02Y.
       01  CECLHST-STATUS.
           05  CECLHST-STAT1       PIC X.
           05  CECLHST-STAT2       PIC X.

      * CVGLM01Y: 60-byte GL account mapping record
       COPY CVGLM01Y.
       01  GLMAP-STATUS.
           05  GLMAP-STAT1         PIC X.
           05  GLMAP-STAT2         PIC X.

       01  CECLJRNL-STATUS.
           05  CECLJRNL-STAT1      PIC X.
           05  CECLJRNL-STAT2      PIC X.

       01  CECLRPT-STATUS.
           05  CECLRPT-STAT1       PIC X.
           05  CECLRPT-STAT2       PIC X.

      * Allowance journal record -- the same 80-byte shape
      * CBGLJ01C writes to GLJRNL, so the GL intake treats both
      * extracts alike.
       01  JRNL-RECORD.
           05  JRNL-BUS-DATE            PIC X(10).
           05  JRNL-GL-ACCT             PIC X(08).
           05  JRNL-DR-CR               PIC X(01).
               88  JRNL-DEBIT           VALUE 'D'.
               88  JRNL-CREDIT          VALUE 'C'.
           05  JRNL-AMOUNT              PIC S9(11)V99.
           05  JRNL-TRAN-TYPE-CD        PIC X(02).
           05  JRNL-TRAN-CAT-CD         PIC 9(04).
           05  JRNL-DESC                PIC X(30).
           05  FILLER                   PIC X(12).

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCEL01C'.
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
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      * Per-segment accumulation: one entry per segment with
      * exposure this month or an allowance last month. Same
      * fixed OCCURS/linear-SEARCH idiom as elsewhere; the
      * bound covers every product x 5 stages x 6 FICO bands
      * x 5 months-on-book bands for a generous product list.
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-SEG-ENTRY OCCURS 3000 TIMES
                            INDEXED BY WS-SEG-IDX.
              10 WS-SEG-KEY             PIC X(13).
              10 WS-SEG-ACCT-COUNT      PIC 9(07) COMP-3.
              10 WS-SEG-DRAWN           PIC S9(13)V99 COMP-3.
              10 WS-SEG-UNDRAWN         PIC S9(13)V99 COMP-3.
              10 WS-SEG-PRIOR-ALLOW     PIC S9(13)V99 COMP-3.
       01 WS-SEG-I                      PIC S9(04) COMP VALUE 0.

      * The segment of the account in hand, CEA-KEY shaped
       01 WS-ACCT-SEGMENT.
           05 WS-ASG-GROUP-ID           PIC X(10).
           05 WS-ASG-STAGE              PIC X(01).
           05 WS-ASG-FICO-BAND          PIC X(01).
           05 WS-ASG-MOB-BAND           PIC X(01).

      * Run month, the month before it, and date work fields
       01 WS-RUN-MONTH.
           05 WS-RUN-YYYY               PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-RUN-MM                 PIC 9(02).
       01 WS-PRIOR-MONTH.
           05 WS-PRIOR-YYYY             PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-PRIOR-MM               PIC 9(02).
       01 WS-DATE-VARS.
           05 WS-RUN-DD                 PIC 9(02).
           05 WS-OPEN-YYYY              PIC 9(04).
           05 WS-OPEN-MM                PIC 9(02).
           05 WS-OPEN-DD                PIC 9(02).
           05 WS-MONTHS-ON-BOOK         PIC S9(05) COMP.

      * Allowance work fields
       01 WS-MISC-VARS.
           05 WS-DRAWN                  PIC S9(11)V99 VALUE 0.
           05 WS-UNDRAWN                PIC S9(11)V99 VALUE 0.
           05 WS-EXPOSURE               PIC S9(13)V99 VALUE 0.
           05 WS-ALLOWANCE              PIC S9(13)V99 VALUE 0.
           05 WS-MOVEMENT               PIC S9(13)V99 VALUE 0.
           05 WS-ABS-AMT                PIC S9(11)V99 VALUE 0.
           05 WS-ASM-SOURCE             PIC X(01).
           05 WS-HST-EOF                PIC X(01) VALUE 'N'.
           05 WS-ASM-EOF                PIC X(01) VALUE 'N'.
           05 WS-PREV-GROUP-ID          PIC X(10).
           05 WS-JRNL-DIRECTION         PIC X(07).
           05 WS-JRNL-GL-ACCT           PIC X(08).
      * The allowance mapping key, and the suspense fallback
      * when no CL row is on GLMAP
           05 WS-CL-GLMAP-KEY           PIC X(06) VALUE 'CL0000'.
           05 WS-SUSPENSE-KEY           PIC X(06) VALUE '**0000'.
       01 WS-COUNTERS.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-SEGMENTED-COUNT        PIC 9(09) VALUE 0.
           05 WS-CHARGED-OFF-COUNT      PIC 9(09) VALUE 0.
           05 WS-NO-EXPOSURE-COUNT      PIC 9(09) VALUE 0.
           05 WS-NO-ASM-COUNT           PIC 9(09) VALUE 0.
           05 WS-ARCHIVED-COUNT         PIC 9(09) VALUE 0.
           05 WS-REPLACED-COUNT         PIC 9(09) VALUE 0.
           05 WS-JRNL-COUNT             PIC 9(09) VALUE 0.
           05 WS-TOTAL-DEBITS           PIC S9(13)V99 VALUE 0.
           05 WS-TOTAL-CREDITS          PIC S9(13)V99 VALUE 0.
      * Report accumulators: product (group) and portfolio
       01 WS-REPORT-TOTALS.
           05 WS-GRP-ACCTS              PIC 9(09) VALUE 0.
           05 WS-GRP-BALANCE            PIC S9(13)V99 VALUE 0.
           05 WS-GRP-EXPOSURE           PIC S9(13)V99 VALUE 0.
           05 WS-GRP-ALLOWANCE          PIC S9(13)V99 VALUE 0.
           05 WS-GRP-PRIOR              PIC S9(13)V99 VALUE 0.
           05 WS-TOT-ACCTS              PIC 9(09) VALUE 0.
           05 WS-TOT-BALANCE            PIC S9(13)V99 VALUE 0.
           05 WS-TOT-EXPOSURE           PIC S9(13)V99 VALUE 0.
           05 WS-TOT-ALLOWANCE          PIC S9(13)V99 VALUE 0.
           05 WS-TOT-PRIOR              PIC S9(13)V99 VALUE 0.

      * Allowance report lines (sole-writer convention)
       01 WS-CEL-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'CECL ALLOWANCE FOR CREDIT LOSSES'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN DATE : '.
           05 WS-CEL-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(16)
                   VALUE '   PRIOR MONTH: '.
           05 WS-CEL-RPT-PRIOR-MONTH    PIC X(07).
           05 FILLER                    PIC X(47) VALUE SPACES.
       01 WS-CEL-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'PRODUCT    STG FICO MOB  ACCTS         BALAN'.
           05 FILLER                    PIC X(44) VALUE
              'CE        EXPOSURE   LOSS %       ALLOWANCE '.
           05 FILLER                    PIC X(44) VALUE
              ' COVER%           PRIOR        MOVEMENT FLAG'.
       01 WS-CEL-RPT-LINE.
           05 WS-CEL-RPT-GROUP          PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CEL-RPT-STAGE          PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-CEL-RPT-FICO           PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-CEL-RPT-MOB            PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-ACCTS          PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-BALANCE        PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-EXPOSURE       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-LOSS-PCT       PIC ZZ9.9999.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-ALLOWANCE      PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-COVERAGE       PIC ZZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-PRIOR          PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-MOVEMENT       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CEL-RPT-FLAG           PIC X(04).
       01 WS-CEL-RPT-TOTAL-LINE.
           05 WS-CEL-RPT-TOT-LABEL      PIC X(30).
           05 WS-CEL-RPT-TOT-AMT        PIC -(12)9.99.
           05 FILLER                    PIC X(86) VALUE SPACES.
       01 WS-CEL-RPT-COUNT-LINE.
           05 WS-CEL-RPT-CNT-LABEL      PIC X(30).
           05 WS-CEL-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-CEL-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the month-end business date,
      * YYYY-MM-DD, same interface as CBFXR01C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: clears a rerun's rows, loads last month,
      * segments the book, prices, archives, reports, journals.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCEL01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYY
           MOVE PARM-DATE(6:2) TO WS-RUN-MM
           MOVE PARM-DATE(9:2) TO WS-RUN-DD
           IF  WS-RUN-MM = 1
               COMPUTE WS-PRIOR-YYYY = WS-RUN-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-RUN-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-RUN-MM - 1
           END-IF
           DISPLAY 'RUN MONTH: ' WS-RUN-MONTH
                   '  PRIOR MONTH: ' WS-PRIOR-MONTH
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-CUSTDAT-OPEN.
           PERFORM 0300-CECLASM-OPEN.
           PERFORM 0400-CECLHST-OPEN.
           PERFORM 0500-GLMAP-OPEN.
           PERFORM 0600-CECLJRNL-OPEN.
           PERFORM 0700-CECLRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-CLEAR-RUN-MONTH.
           PERFORM 1100-LOAD-PRIOR-MONTH.

           PERFORM 2000-PROCESS-NEXT-ACCOUNT
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 3000-PRICE-SEGMENT
              VARYING WS-SEG-I FROM 1 BY 1
              UNTIL WS-SEG-I > WS-SEG-ENTRIES-USED.

           PERFORM 4000-ARCHIVE-ASSUMPTIONS.

           PERFORM 5000-PRINT-REPORT.

           PERFORM 6000-JOURNAL-MOVEMENT
              THRU 6000-JOURNAL-MOVEMENT-EXIT.
           PERFORM 6900-BALANCING-PROOF.

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-CUSTDAT-CLOSE.
           PERFORM 9300-CECLASM-CLOSE.
           PERFORM 9400-CECLHST-CLOSE.
           PERFORM 9500-GLMAP-CLOSE.
           PERFORM 9600-CECLJRNL-CLOSE.
           PERFORM 9700-CECLRPT-CLOSE.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS SEGMENTED     :' WS-SEGMENTED-COUNT
           DISPLAY 'SEGMENTS PRICED        :' WS-SEG-ENTRIES-USED
           DISPLAY 'SEGMENTS NO ASSUMPTION :' WS-NO-ASM-COUNT
           DISPLAY 'ASSUMPTIONS ARCHIVED   :' WS-ARCHIVED-COUNT
           DISPLAY 'JOURNAL RECORDS WRITTEN:' WS-JRNL-COUNT

           IF  WS-NO-ASM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCEL01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * A rerun of the month: the rows an earlier run of the
      * same month left on the history are deleted first, so
      * the month is rewritten whole from today's figures.
      *---------------------------------------------------------------*
       1000-CLEAR-RUN-MONTH.
           MOVE LOW-VALUES   TO FD-CEH-KEY
           MOVE WS-RUN-MONTH TO FD-CEH-KEY(1:7)
           MOVE 'N'          TO WS-HST-EOF
           START CECLHST-FILE KEY IS NOT LESS THAN FD-CEH-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM 1010-DELETE-NEXT-ROW
              UNTIL WS-HST-EOF = 'Y'
           IF  WS-REPLACED-COUNT > 0
               DISPLAY 'RERUN - PRIOR ROWS REPLACED:'
                       WS-REPLACED-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next history row; deletes it while it is still
      * in the run month.
      *---------------------------------------------------------------*
       1010-DELETE-NEXT-ROW.
           PERFORM 1900-CECLHST-GET-NEXT
           IF  WS-HST-EOF = 'N'
               IF  CEH-RUN-MONTH NOT = WS-RUN-MONTH
                   MOVE 'Y' TO WS-HST-EOF
               ELSE
                   DELETE CECLHST-FILE RECORD
                   IF  CECLHST-STATUS NOT = '00'
                       DISPLAY 'ERROR DELETING CECL HISTORY ROW'
                       MOVE CECLHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Seeds the segment table with last month's allowance per
      * segment, so movement is measured against what was booked
      * and a segment that has emptied out releases its reserve.
      *---------------------------------------------------------------*
       1100-LOAD-PRIOR-MONTH.
           MOVE LOW-VALUES     TO FD-CEH-KEY
           MOVE WS-PRIOR-MONTH TO FD-CEH-KEY(1:7)
           MOVE 'S'            TO FD-CEH-KEY(8:1)
           MOVE 'N'            TO WS-HST-EOF
           START CECLHST-FILE KEY IS NOT LESS THAN FD-CEH-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM 1110-LOAD-NEXT-PRIOR
              UNTIL WS-HST-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Takes the next prior-month segment row into the table;
      * the browse ends at the first row of another month/type.
      *---------------------------------------------------------------*
       1110-LOAD-NEXT-PRIOR.
           PERFORM 1900-CECLHST-GET-NEXT
           IF  WS-HST-EOF = 'N'
               IF  CEH-RUN-MONTH NOT = WS-PRIOR-MONTH
                   OR NOT CEH-REC-SEGMENT
                   MOVE 'Y' TO WS-HST-EOF
               ELSE
                   MOVE CEH-SEG-KEY TO WS-ACCT-SEGMENT
                   PERFORM 2400-FIND-SEGMENT
                   ADD CEH-ALLOWANCE
                     TO WS-SEG-PRIOR-ALLOW (WS-SEG-IDX)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next history row in key order.
      *---------------------------------------------------------------*
       1900-CECLHST-GET-NEXT.
           READ CECLHST-FILE NEXT RECORD INTO CECL-HISTORY-RECORD
               AT END
                  MOVE 'Y' TO WS-HST-EOF
           END-READ
           IF  WS-HST-EOF = 'N'
               IF  CECLHST-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CECL HISTORY FILE'
                   MOVE CECLHST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account and places it in its segment.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-ACCOUNT.
           PERFORM 2900-ACCTFILE-GET-NEXT
           IF  END-OF-FILE = 'N'
               ADD 1 TO WS-ACCT-COUNT
               PERFORM 2100-SEGMENT-ACCOUNT
                  THRU 2100-SEGMENT-ACCOUNT-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Measures the account's drawn and undrawn exposure and
      * adds it to its segment. Charged-off accounts and
      * accounts with nothing drawn and no open line are out.
      *---------------------------------------------------------------*
       2100-SEGMENT-ACCOUNT.
           IF  ACCT-IS-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-COUNT
               GO TO 2100-SEGMENT-ACCOUNT-EXIT
           END-IF

           IF  ACCT-CURR-BAL > ZERO
               MOVE ACCT-CURR-BAL TO WS-DRAWN
           ELSE
               MOVE ZERO TO WS-DRAWN
           END-IF
           MOVE ZERO TO WS-UNDRAWN
           IF  ACCT-STATUS-ACTIVE
               AND ACCT-CREDIT-LIMIT > WS-DRAWN
               COMPUTE WS-UNDRAWN = ACCT-CREDIT-LIMIT - WS-DRAWN
           END-IF
           IF  WS-DRAWN = ZERO AND WS-UNDRAWN = ZERO
               ADD 1 TO WS-NO-EXPOSURE-COUNT
               GO TO 2100-SEGMENT-ACCOUNT-EXIT
           END-IF

           MOVE ACCT-GROUP-ID TO WS-ASG-GROUP-ID
           IF  ACCT-DELINQ-CURRENT
               MOVE '0' TO WS-ASG-STAGE
           ELSE
               MOVE ACCT-DELINQ-STAGE TO WS-ASG-STAGE
           END-IF
           PERFORM 2200-SET-FICO-BAND
           PERFORM 2300-SET-MOB-BAND

           PERFORM 2400-FIND-SEGMENT
           ADD 1          TO WS-SEG-ACCT-COUNT (WS-SEG-IDX)
           ADD WS-DRAWN   TO WS-SEG-DRAWN (WS-SEG-IDX)
           ADD WS-UNDRAWN TO WS-SEG-UNDRAWN (WS-SEG-IDX)
           ADD 1          TO WS-SEGMENTED-COUNT
           .
       2100-SEGMENT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * FICO band of the account's customer; 'U' when the
      * customer cannot be found or has no score on file.
      *---------------------------------------------------------------*
       2200-SET-FICO-BAND.
           MOVE 'U'     TO WS-ASG-FICO-BAND
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE ZERO TO XREF-CUST-ID
           END-READ
           IF  XREF-CUST-ID NOT = ZERO
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      MOVE ZERO TO CUST-FICO-CREDIT-SCORE
               END-READ
               EVALUATE TRUE
                   WHEN CUST-FICO-CREDIT-SCORE NOT NUMERIC
                   WHEN CUST-FICO-CREDIT-SCORE = ZERO
                       MOVE 'U' TO WS-ASG-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 760
                       MOVE 'A' TO WS-ASG-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 700
                       MOVE 'B' TO WS-ASG-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 660
                       MOVE 'C' TO WS-ASG-FICO-BAND
                   WHEN CUST-FICO-CREDIT-SCORE >= 620
                       MOVE 'D' TO WS-ASG-FICO-BAND
                   WHEN OTHER
                       MOVE 'E' TO WS-ASG-FICO-BAND
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Months-on-book band: whole months from ACCT-OPEN-DATE
      * to the run date; 'U' when the open date is unusable.
      *---------------------------------------------------------------*
       2300-SET-MOB-BAND.
           MOVE 'U' TO WS-ASG-MOB-BAND
           IF  ACCT-OPEN-DATE(1:4) IS NUMERIC
               AND ACCT-OPEN-DATE(6:2) IS NUMERIC
               AND ACCT-OPEN-DATE(9:2) IS NUMERIC
               MOVE ACCT-OPEN-DATE(1:4) TO WS-OPEN-YYYY
               MOVE ACCT-OPEN-DATE(6:2) TO WS-OPEN-MM
               MOVE ACCT-OPEN-DATE(9:2) TO WS-OPEN-DD
               COMPUTE WS-MONTHS-ON-BOOK =
                   (WS-RUN-YYYY - WS-OPEN-YYYY) * 12
                 + WS-RUN-MM - WS-OPEN-MM
               IF  WS-RUN-DD < WS-OPEN-DD
                   SUBTRACT 1 FROM WS-MONTHS-ON-BOOK
               END-IF
               EVALUATE TRUE
                   WHEN WS-MONTHS-ON-BOOK <= 12
                       MOVE '1' TO WS-ASG-MOB-BAND
                   WHEN WS-MONTHS-ON-BOOK <= 24
                       MOVE '2' TO WS-ASG-MOB-BAND
                   WHEN WS-MONTHS-ON-BOOK <= 48
                       MOVE '3' TO WS-ASG-MOB-BAND
                   WHEN OTHER
                       MOVE '4' TO WS-ASG-MOB-BAND
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-SEG-IDX at the segment in WS-ACCT-SEGMENT,
      * adding it on first sight.
      *---------------------------------------------------------------*
       2400-FIND-SEGMENT.
           SET WS-SEG-IDX TO 1
           SEARCH WS-SEG-ENTRY
              AT END
                 IF WS-SEG-ENTRIES-USED < 3000
                     ADD 1 TO WS-SEG-ENTRIES-USED
                     SET WS-SEG-IDX TO WS-SEG-ENTRIES-USED
                     MOVE WS-ACCT-SEGMENT
                       TO WS-SEG-KEY (WS-SEG-IDX)
                     MOVE ZERO TO WS-SEG-ACCT-COUNT (WS-SEG-IDX)
                     MOVE ZERO TO WS-SEG-DRAWN (WS-SEG-IDX)
                     MOVE ZERO TO WS-SEG-UNDRAWN (WS-SEG-IDX)
                     MOVE ZERO TO WS-SEG-PRIOR-ALLOW (WS-SEG-IDX)
                 ELSE
                     DISPLAY 'SEGMENT TABLE FULL: ' WS-ACCT-SEGMENT
                     PERFORM 9999-ABEND-PROGRAM
                 END-IF
              WHEN WS-SEG-KEY (WS-SEG-IDX) = WS-ACCT-SEGMENT
                 CONTINUE
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account master record sequentially.
      *---------------------------------------------------------------*
       2900-ACCTFILE-GET-NEXT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD.
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  ACCTFILE-STATUS = '10'
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
                   DISPLAY 'ERROR READING ACCOUNT MASTER FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prices one segment with its assumption and writes its
      * history row. A segment left over from last month with
      * no exposure now carries no allowance and needs no
      * assumption -- its row records the release.
      *---------------------------------------------------------------*
       3000-PRICE-SEGMENT.
           SET WS-SEG-IDX TO WS-SEG-I
           INITIALIZE CECL-HISTORY-RECORD
           MOVE WS-RUN-MONTH             TO CEH-RUN-MONTH
           SET CEH-REC-SEGMENT           TO TRUE
           MOVE WS-SEG-KEY (WS-SEG-IDX)  TO CEH-SEG-KEY
           MOVE PARM-DATE                TO CEH-RUN-DATE
           MOVE WS-SEG-ACCT-COUNT (WS-SEG-IDX) TO CEH-ACCT-COUNT
           MOVE WS-SEG-DRAWN (WS-SEG-IDX)      TO CEH-BALANCE
           MOVE WS-SEG-PRIOR-ALLOW (WS-SEG-IDX)
                                         TO CEH-PRIOR-ALLOWANCE
           MOVE ZERO                     TO WS-EXPOSURE
           MOVE ZERO                     TO WS-ALLOWANCE

           IF  WS-SEG-ACCT-COUNT (WS-SEG-IDX) > ZERO
               PERFORM 3100-READ-ASSUMPTION
               MOVE WS-ASM-SOURCE        TO CEH-ASM-SOURCE
               IF  CEH-ASM-NOT-FOUND
                   ADD 1 TO WS-NO-ASM-COUNT
                   DISPLAY 'NO CECL ASSUMPTION FOR SEGMENT '
                           WS-SEG-KEY (WS-SEG-IDX)
               ELSE
                   MOVE CEA-LOSS-RATE    TO CEH-LOSS-RATE
                   MOVE CEA-CCF-PCT      TO CEH-CCF-PCT
                   COMPUTE WS-EXPOSURE ROUNDED =
                       WS-SEG-DRAWN (WS-SEG-IDX)
                     + WS-SEG-UNDRAWN (WS-SEG-IDX)
                     * CEA-CCF-PCT / 100
                   COMPUTE WS-ALLOWANCE ROUNDED =
                       WS-EXPOSURE * CEA-LOSS-RATE
               END-IF
           END-IF

           MOVE WS-EXPOSURE              TO CEH-EXPOSURE
           MOVE WS-ALLOWANCE             TO CEH-ALLOWANCE
           PERFORM 3900-WRITE-HISTORY-ROW
           EXIT.
      *---------------------------------------------------------------*
      * The segment's own assumption row, else the house default
      * row for the same stage/FICO/months-on-book cell.
      *---------------------------------------------------------------*
       3100-READ-ASSUMPTION.
           MOVE 'O'                     TO WS-ASM-SOURCE
           MOVE WS-SEG-KEY (WS-SEG-IDX) TO FD-CEA-KEY
           READ CECLASM-FILE INTO CECL-ASSUMPTION-RECORD
            KEY IS FD-CEA-KEY
               INVALID KEY
                  CONTINUE
           END-READ
           IF  CECLASM-STATUS = '23'
               MOVE 'D'          TO WS-ASM-SOURCE
               MOVE '**********' TO FD-CEA-KEY(1:10)
               READ CECLASM-FILE INTO CECL-ASSUMPTION-RECORD
                KEY IS FD-CEA-KEY
                   INVALID KEY
                      MOVE 'N' TO WS-ASM-SOURCE
               END-READ
           END-IF
           IF  CECLASM-STATUS NOT = '00'
               AND CECLASM-STATUS NOT = '23'
               DISPLAY 'ERROR READING CECL ASSUMPTIONS FILE'
               MOVE CECLASM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Low-level history write. Abends on failure.
      *---------------------------------------------------------------*
       3900-WRITE-HISTORY-ROW.
           WRITE FD-CECLHST-REC FROM CECL-HISTORY-RECORD
           IF  CECLHST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CECL HISTORY FILE'
               MOVE CECLHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Archives every assumption row in force under the run
      * month, so the month's figures can be reproduced.
      *---------------------------------------------------------------*
       4000-ARCHIVE-ASSUMPTIONS.
           MOVE LOW-VALUES TO FD-CEA-KEY
           MOVE 'N'        TO WS-ASM-EOF
           START CECLASM-FILE KEY IS NOT LESS THAN FD-CEA-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-ASM-EOF
           END-START
           PERFORM 4100-ARCHIVE-NEXT-ROW
              UNTIL WS-ASM-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Copies the next assumption row to the history as 'A'.
      *---------------------------------------------------------------*
       4100-ARCHIVE-NEXT-ROW.
           READ CECLASM-FILE NEXT RECORD INTO CECL-ASSUMPTION-RECORD
               AT END
                  MOVE 'Y' TO WS-ASM-EOF
           END-READ
           IF  WS-ASM-EOF = 'N'
               IF  CECLASM-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CECL ASSUMPTIONS FILE'
                   MOVE CECLASM-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               INITIALIZE CECL-HISTORY-RECORD
               MOVE WS-RUN-MONTH       TO CEH-RUN-MONTH
               SET CEH-REC-ASSUMPTION  TO TRUE
               MOVE CEA-KEY            TO CEH-SEG-KEY
               MOVE PARM-DATE          TO CEH-RUN-DATE
               MOVE CEA-LOSS-RATE      TO CEH-LOSS-RATE
               MOVE CEA-CCF-PCT        TO CEH-CCF-PCT
               MOVE CEA-DESC           TO CEH-ASM-DESC
               MOVE CEA-UPDATED-DATE   TO CEH-ASM-UPDATED-DATE
               MOVE CEA-UPDATED-BY     TO CEH-ASM-UPDATED-BY
               PERFORM 3900-WRITE-HISTORY-ROW
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the month's segment rows back off the history in
      * key order -- product, stage, FICO band, months on book
      * -- with a total at each product break and the
      * portfolio total at the end.
      *---------------------------------------------------------------*
       5000-PRINT-REPORT.
           MOVE PARM-DATE      TO WS-CEL-RPT-RUN-DATE
           MOVE WS-PRIOR-MONTH TO WS-CEL-RPT-PRIOR-MONTH
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-HEADER
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-BLANK
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COL-HDR
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-BLANK

           MOVE HIGH-VALUES  TO WS-PREV-GROUP-ID
           MOVE LOW-VALUES   TO FD-CEH-KEY
           MOVE WS-RUN-MONTH TO FD-CEH-KEY(1:7)
           MOVE 'S'          TO FD-CEH-KEY(8:1)
           MOVE 'N'          TO WS-HST-EOF
           START CECLHST-FILE KEY IS NOT LESS THAN FD-CEH-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM 5100-PRINT-NEXT-SEGMENT
              UNTIL WS-HST-EOF = 'Y'
           IF  WS-PREV-GROUP-ID NOT = HIGH-VALUES
               PERFORM 5300-PRINT-PRODUCT-TOTAL
           END-IF

           MOVE 'PORTFOLIO'      TO WS-CEL-RPT-GROUP
           MOVE '*'              TO WS-CEL-RPT-STAGE
                                    WS-CEL-RPT-FICO
                                    WS-CEL-RPT-MOB
           MOVE WS-TOT-ACCTS     TO WS-CEL-RPT-ACCTS
           MOVE WS-TOT-BALANCE   TO WS-CEL-RPT-BALANCE
           MOVE WS-TOT-EXPOSURE  TO WS-CEL-RPT-EXPOSURE
           MOVE ZERO             TO WS-CEL-RPT-LOSS-PCT
           MOVE WS-TOT-ALLOWANCE TO WS-CEL-RPT-ALLOWANCE
           MOVE WS-TOT-PRIOR     TO WS-CEL-RPT-PRIOR
           COMPUTE WS-CEL-RPT-MOVEMENT =
               WS-TOT-ALLOWANCE - WS-TOT-PRIOR
           MOVE WS-TOT-BALANCE   TO WS-DRAWN
           MOVE WS-TOT-ALLOWANCE TO WS-ALLOWANCE
           PERFORM 5900-SET-COVERAGE
           MOVE 'TOT '           TO WS-CEL-RPT-FLAG
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-LINE

           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-BLANK
           MOVE 'ACCOUNTS READ'             TO WS-CEL-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT               TO WS-CEL-RPT-CNT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COUNT-LINE
           MOVE 'ACCOUNTS SEGMENTED'        TO WS-CEL-RPT-CNT-LABEL
           MOVE WS-SEGMENTED-COUNT          TO WS-CEL-RPT-CNT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COUNT-LINE
           MOVE 'CHARGED OFF - EXCLUDED'    TO WS-CEL-RPT-CNT-LABEL
           MOVE WS-CHARGED-OFF-COUNT        TO WS-CEL-RPT-CNT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COUNT-LINE
           MOVE 'NO EXPOSURE - EXCLUDED'    TO WS-CEL-RPT-CNT-LABEL
           MOVE WS-NO-EXPOSURE-COUNT        TO WS-CEL-RPT-CNT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COUNT-LINE
           MOVE 'SEGMENTS WITH NO ASSUMPTION' TO WS-CEL-RPT-CNT-LABEL
           MOVE WS-NO-ASM-COUNT             TO WS-CEL-RPT-CNT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COUNT-LINE
           MOVE 'ASSUMPTION ROWS ARCHIVED'  TO WS-CEL-RPT-CNT-LABEL
           MOVE WS-ARCHIVED-COUNT           TO WS-CEL-RPT-CNT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints one segment row, totalling the product on a break.
      *---------------------------------------------------------------*
       5100-PRINT-NEXT-SEGMENT.
           PERFORM 1900-CECLHST-GET-NEXT
           IF  WS-HST-EOF = 'N'
               IF  CEH-RUN-MONTH NOT = WS-RUN-MONTH
                   OR NOT CEH-REC-SEGMENT
                   MOVE 'Y' TO WS-HST-EOF
               ELSE
                   IF  CEH-ACCT-GROUP-ID NOT = WS-PREV-GROUP-ID
                       AND WS-PREV-GROUP-ID NOT = HIGH-VALUES
                       PERFORM 5300-PRINT-PRODUCT-TOTAL
                   END-IF
                   MOVE CEH-ACCT-GROUP-ID TO WS-PREV-GROUP-ID
                   PERFORM 5200-PRINT-SEGMENT-LINE
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Formats the segment line and adds it to the totals.
      *---------------------------------------------------------------*
       5200-PRINT-SEGMENT-LINE.
           MOVE CEH-ACCT-GROUP-ID   TO WS-CEL-RPT-GROUP
           MOVE CEH-DELINQ-STAGE    TO WS-CEL-RPT-STAGE
           MOVE CEH-FICO-BAND       TO WS-CEL-RPT-FICO
           MOVE CEH-MOB-BAND        TO WS-CEL-RPT-MOB
           MOVE CEH-ACCT-COUNT      TO WS-CEL-RPT-ACCTS
           MOVE CEH-BALANCE         TO WS-CEL-RPT-BALANCE
           MOVE CEH-EXPOSURE        TO WS-CEL-RPT-EXPOSURE
           COMPUTE WS-CEL-RPT-LOSS-PCT = CEH-LOSS-RATE * 100
           MOVE CEH-ALLOWANCE       TO WS-CEL-RPT-ALLOWANCE
           MOVE CEH-PRIOR-ALLOWANCE TO WS-CEL-RPT-PRIOR
           COMPUTE WS-CEL-RPT-MOVEMENT =
               CEH-ALLOWANCE - CEH-PRIOR-ALLOWANCE
           MOVE CEH-BALANCE         TO WS-DRAWN
           MOVE CEH-ALLOWANCE       TO WS-ALLOWANCE
           PERFORM 5900-SET-COVERAGE
           EVALUATE TRUE
               WHEN CEH-ASM-NOT-FOUND
                   MOVE 'NONE'      TO WS-CEL-RPT-FLAG
               WHEN CEH-ASM-DEFAULT-ROW
                   MOVE 'DFLT'      TO WS-CEL-RPT-FLAG
               WHEN OTHER
                   MOVE SPACES      TO WS-CEL-RPT-FLAG
           END-EVALUATE
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-LINE

           ADD CEH-ACCT-COUNT      TO WS-GRP-ACCTS
           ADD CEH-BALANCE         TO WS-GRP-BALANCE
           ADD CEH-EXPOSURE        TO WS-GRP-EXPOSURE
           ADD CEH-ALLOWANCE       TO WS-GRP-ALLOWANCE
           ADD CEH-PRIOR-ALLOWANCE TO WS-GRP-PRIOR
           EXIT.
      *---------------------------------------------------------------*
      * Prints the product total, rolls it into the portfolio
      * and resets it.
      *---------------------------------------------------------------*
       5300-PRINT-PRODUCT-TOTAL.
           MOVE WS-PREV-GROUP-ID TO WS-CEL-RPT-GROUP
           MOVE '*'              TO WS-CEL-RPT-STAGE
                                    WS-CEL-RPT-FICO
                                    WS-CEL-RPT-MOB
           MOVE WS-GRP-ACCTS     TO WS-CEL-RPT-ACCTS
           MOVE WS-GRP-BALANCE   TO WS-CEL-RPT-BALANCE
           MOVE WS-GRP-EXPOSURE  TO WS-CEL-RPT-EXPOSURE
           MOVE ZERO             TO WS-CEL-RPT-LOSS-PCT
           MOVE WS-GRP-ALLOWANCE TO WS-CEL-RPT-ALLOWANCE
           MOVE WS-GRP-PRIOR     TO WS-CEL-RPT-PRIOR
           COMPUTE WS-CEL-RPT-MOVEMENT =
               WS-GRP-ALLOWANCE - WS-GRP-PRIOR
           MOVE WS-GRP-BALANCE   TO WS-DRAWN
           MOVE WS-GRP-ALLOWANCE TO WS-ALLOWANCE
           PERFORM 5900-SET-COVERAGE
           MOVE 'SUB '           TO WS-CEL-RPT-FLAG
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-LINE
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-BLANK

           ADD WS-GRP-ACCTS      TO WS-TOT-ACCTS
           ADD WS-GRP-BALANCE    TO WS-TOT-BALANCE
           ADD WS-GRP-EXPOSURE   TO WS-TOT-EXPOSURE
           ADD WS-GRP-ALLOWANCE  TO WS-TOT-ALLOWANCE
           ADD WS-GRP-PRIOR      TO WS-TOT-PRIOR
           MOVE ZERO TO WS-GRP-ACCTS WS-GRP-BALANCE WS-GRP-EXPOSURE
                        WS-GRP-ALLOWANCE WS-GRP-PRIOR
           EXIT.
      *---------------------------------------------------------------*
      * Coverage: the allowance as a percent of the drawn
      * balance (WS-ALLOWANCE over WS-DRAWN); zero when nothing
      * is drawn.
      *---------------------------------------------------------------*
       5900-SET-COVERAGE.
           IF  WS-DRAWN > ZERO
               COMPUTE WS-CEL-RPT-COVERAGE ROUNDED =
                   WS-ALLOWANCE * 100 / WS-DRAWN
                   ON SIZE ERROR
                      MOVE 9999.99 TO WS-CEL-RPT-COVERAGE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-CEL-RPT-COVERAGE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Journals the month's movement in the total allowance
      * through the CL GLMAP row (suspense fallback): a build
      * debits the debit account (provision expense) and credits
      * the credit account (the allowance), a release swaps the
      * pair -- CBGLJ01C's sign convention.
      *---------------------------------------------------------------*
       6000-JOURNAL-MOVEMENT.
           COMPUTE WS-MOVEMENT = WS-TOT-ALLOWANCE - WS-TOT-PRIOR
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-BLANK
           MOVE 'ALLOWANCE REQUIRED     : ' TO WS-CEL-RPT-TOT-LABEL
           MOVE WS-TOT-ALLOWANCE            TO WS-CEL-RPT-TOT-AMT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE
           MOVE 'PRIOR MONTH ALLOWANCE  : ' TO WS-CEL-RPT-TOT-LABEL
           MOVE WS-TOT-PRIOR                TO WS-CEL-RPT-TOT-AMT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE
           IF  WS-MOVEMENT < ZERO
               MOVE 'ALLOWANCE RELEASE      : '
                                            TO WS-CEL-RPT-TOT-LABEL
           ELSE
               MOVE 'ALLOWANCE BUILD        : '
                                            TO WS-CEL-RPT-TOT-LABEL
           END-IF
           MOVE WS-MOVEMENT                 TO WS-CEL-RPT-TOT-AMT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE

           IF  WS-MOVEMENT = ZERO
               GO TO 6000-JOURNAL-MOVEMENT-EXIT
           END-IF

           MOVE WS-CL-GLMAP-KEY TO FD-GLM-KEY
           READ GLMAP-FILE INTO GL-MAP-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           IF  GLMAP-STATUS = '23'
               MOVE WS-SUSPENSE-KEY TO FD-GLM-KEY
               READ GLMAP-FILE INTO GL-MAP-RECORD
                  INVALID KEY
                     DISPLAY 'NO SUSPENSE ROW ON GLMAP'
                     PERFORM 9999-ABEND-PROGRAM
               END-READ
           END-IF
           IF  GLMAP-STATUS NOT = '00'
               DISPLAY 'ERROR READING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           IF  WS-MOVEMENT > ZERO
               MOVE 'BUILD'   TO WS-JRNL-DIRECTION
               MOVE WS-MOVEMENT TO WS-ABS-AMT
               MOVE GLM-DEBIT-GL-ACCT  TO WS-JRNL-GL-ACCT
               PERFORM 6100-WRITE-JRNL-DEBIT
               MOVE GLM-CREDIT-GL-ACCT TO WS-JRNL-GL-ACCT
               PERFORM 6200-WRITE-JRNL-CREDIT
           ELSE
               MOVE 'RELEASE' TO WS-JRNL-DIRECTION
               COMPUTE WS-ABS-AMT = WS-MOVEMENT * -1
               MOVE GLM-CREDIT-GL-ACCT TO WS-JRNL-GL-ACCT
               PERFORM 6100-WRITE-JRNL-DEBIT
               MOVE GLM-DEBIT-GL-ACCT  TO WS-JRNL-GL-ACCT
               PERFORM 6200-WRITE-JRNL-CREDIT
           END-IF
           .
       6000-JOURNAL-MOVEMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The debit leg, to the GL account in WS-JRNL-GL-ACCT.
      *---------------------------------------------------------------*
       6100-WRITE-JRNL-DEBIT.
           PERFORM 6300-FORMAT-JRNL-REC
           SET JRNL-DEBIT              TO TRUE
           PERFORM 6400-WRITE-JRNL-REC
           ADD WS-ABS-AMT TO WS-TOTAL-DEBITS
           EXIT.
      *---------------------------------------------------------------*
      * The credit leg, to the GL account in WS-JRNL-GL-ACCT.
      *---------------------------------------------------------------*
       6200-WRITE-JRNL-CREDIT.
           PERFORM 6300-FORMAT-JRNL-REC
           SET JRNL-CREDIT             TO TRUE
           PERFORM 6400-WRITE-JRNL-REC
           ADD WS-ABS-AMT TO WS-TOTAL-CREDITS
           EXIT.
      *---------------------------------------------------------------*
      * The fields both legs share.
      *---------------------------------------------------------------*
       6300-FORMAT-JRNL-REC.
           INITIALIZE JRNL-RECORD
           MOVE WS-JRNL-GL-ACCT        TO JRNL-GL-ACCT
           MOVE PARM-DATE              TO JRNL-BUS-DATE
           MOVE WS-ABS-AMT             TO JRNL-AMOUNT
           MOVE 'CL'                   TO JRNL-TRAN-TYPE-CD
           MOVE 0                      TO JRNL-TRAN-CAT-CD
           STRING 'CECL ' WS-JRNL-DIRECTION ' ' WS-RUN-MONTH
              DELIMITED BY SIZE INTO JRNL-DESC
           EXIT.
      *---------------------------------------------------------------*
      * Low-level journal write. Abends on failure.
      *---------------------------------------------------------------*
       6400-WRITE-JRNL-REC.
           WRITE FD-CECLJRNL-REC FROM JRNL-RECORD
           IF  CECLJRNL-STATUS = '00'
               ADD 1 TO WS-JRNL-COUNT
           ELSE
               DISPLAY 'ERROR WRITING ALLOWANCE JOURNAL'
               MOVE CECLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The balancing proof: total debits must equal total
      * credits, or the job ABENDS so an unbalanced allowance
      * entry never reaches the GL.
      *---------------------------------------------------------------*
       6900-BALANCING-PROOF.
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-BLANK
           MOVE 'TOTAL DEBITS           : ' TO WS-CEL-RPT-TOT-LABEL
           MOVE WS-TOTAL-DEBITS             TO WS-CEL-RPT-TOT-AMT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE
           MOVE 'TOTAL CREDITS          : ' TO WS-CEL-RPT-TOT-LABEL
           MOVE WS-TOTAL-CREDITS            TO WS-CEL-RPT-TOT-AMT
           WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE

           IF  WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE 'PROOF: IN BALANCE      ' TO WS-CEL-RPT-TOT-LABEL
               MOVE ZERO                      TO WS-CEL-RPT-TOT-AMT
               WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE
           ELSE
               MOVE 'PROOF: OUT OF BAL      ' TO WS-CEL-RPT-TOT-LABEL
               COMPUTE WS-CEL-RPT-TOT-AMT =
                  WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
               WRITE FD-CECLRPT-REC FROM WS-CEL-RPT-TOTAL-LINE
               DISPLAY 'CECL ALLOWANCE JOURNAL OUT OF BALANCE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for sequential input.
      *---------------------------------------------------------------*
       0000-ACCTFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ACCOUNT-FILE
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card cross-reference for random read.
      *---------------------------------------------------------------*
       0100-XREFFILE-OPEN.
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
               DISPLAY 'ERROR OPENING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the customer master for random read.
      *---------------------------------------------------------------*
       0200-CUSTDAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CUSTOMER MASTER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the CECL assumptions for input.
      *---------------------------------------------------------------*
       0300-CECLASM-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CECLASM-FILE
           IF  CECLASM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CECL ASSUMPTIONS FILE'
               MOVE CECLASM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the CECL run history for dynamic I-O.
      *---------------------------------------------------------------*
       0400-CECLHST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CECLHST-FILE
           IF  CECLHST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CECL HISTORY FILE'
               MOVE CECLHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the GL account mapping for random read.
      *---------------------------------------------------------------*
       0500-GLMAP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT GLMAP-FILE
           IF  GLMAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the allowance journal for output.
      *---------------------------------------------------------------*
       0600-CECLJRNL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CECLJRNL-FILE
           IF  CECLJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ALLOWANCE JOURNAL'
               MOVE CECLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the allowance report for output.
      *---------------------------------------------------------------*
       0700-CECLRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CECLRPT-FILE
           IF  CECLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ALLOWANCE REPORT'
               MOVE CECLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9000-ACCTFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card cross-reference.
      *---------------------------------------------------------------*
       9100-XREFFILE-CLOSE.
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
               DISPLAY 'ERROR CLOSING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the customer master.
      *---------------------------------------------------------------*
       9200-CUSTDAT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CUSTDAT-FILE
           IF  CUSTDAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CUSTOMER MASTER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the CECL assumptions.
      *---------------------------------------------------------------*
       9300-CECLASM-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CECLASM-FILE
           IF  CECLASM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CECL ASSUMPTIONS FILE'
               MOVE CECLASM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the CECL run history.
      *---------------------------------------------------------------*
       9400-CECLHST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CECLHST-FILE
           IF  CECLHST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CECL HISTORY FILE'
               MOVE CECLHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the GL account mapping.
      *---------------------------------------------------------------*
       9500-GLMAP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE GLMAP-FILE
           IF  GLMAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING GL MAPPING FILE'
               MOVE GLMAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the allowance journal.
      *---------------------------------------------------------------*
       9600-CECLJRNL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CECLJRNL-FILE
           IF  CECLJRNL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ALLOWANCE JOURNAL'
               MOVE CECLJRNL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the allowance report.
      *---------------------------------------------------------------*
       9700-CECLRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CECLRPT-FILE
           IF  CECLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING ALLOWANCE REPORT'
               MOVE CECLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the allowance itself was produced and proved.
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
      * segment count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-SEG-ENTRIES-USED         TO BATCH-RECORD-COUNT
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
