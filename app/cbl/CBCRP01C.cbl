      ******************************************************************
      * Program     : CBCRP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Quarter-end regulatory call report credit
      *               card lines, with variance and edit checks.
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
      * CBCRP01C - Call Report Credit Card Aggregates (Batch)
      *
      * Derives the credit card lines of the quarterly call
      * report (line codes in CVCRP01Y.cpy) as of the PARM
      * quarter-end date:
      *   1. One pass of the account master. Accounts not
      *      charged off make up the loans outstanding (debit
      *      balances) and the credit balances reported with
      *      deposits. Each debit balance is split consumer or
      *      employee -- an employee account is one owned by a
      *      customer linked to an operator on USRSEC
      *      (SEC-USR-EMPLOYEE-CUST-ID) -- and sorted by past
      *      due status: on nonaccrual (NONACCR), else 30-89
      *      days (delinquency stages 1-2) or 90 days and more
      *      (stages 3-4) still accruing. An active account's
      *      undrawn line is its unused commitment.
      *   2. The recovery ledger: balances charged off in the
      *      quarter are the charge-offs. Recoveries are the
      *      growth in the ledger's recoveries to date since
      *      the last quarter's run (its Z01 control line);
      *      with no prior quarter on file they are estimated
      *      from the rows last recovered in the quarter.
      *   3. The daily balance snapshots (BALSNAP) of the
      *      quarter give the quarterly average outstanding,
      *      and the last of them is proved against the account
      *      master.
      *   4. Every line is compared with the prior quarter's
      *      (read back from CALLHST); a line that moved more
      *      than WS-REVIEW-PCT percent is flagged REVIEW. Edit
      *      checks prove the lines consistent with each other.
      *      Any failed or warned check ends the run RC 4 --
      *      the lines are not to be filed until it is cleared.
      *   5. The quarter's lines are written to CALLHST and to
      *      the CALLEXT flat extract for the regulatory
      *      reporting tool, and printed on the CALLRPT
      *      schedule report with the edit checks.
      * A rerun of the quarter deletes and rewrites its
      * CALLHST rows.
      *
      * Files accessed:
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   NONACCR   - Nonaccrual status (KSDS, random read)
      *   RCVRLEDG  - Charge-off recovery ledger (KSDS,
      *               sequential input)
      *   BALSNAP   - Daily balance snapshots (KSDS, sequential
      *               input)
      *   USRSEC    - User security (KSDS, sequential input)
      *   CALLHST   - Call report history (KSDS, I-O)
      *   CALLEXT   - Call report extract (sequential output,
      *               100)
      *   CALLRPT   - Call report schedule report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * quarter-end business date. A date outside a quarter-end
      * month (03, 06, 09, 12) is refused.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCRP01C.
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

           SELECT NONACCR-FILE ASSIGN TO NONACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-NAC-ACCT-ID
                  FILE STATUS  IS NONACCR-STATUS.

           SELECT RCVRLEDG-FILE ASSIGN TO RCVRLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RCVRLEDG-STATUS.

           SELECT BALSNAP-FILE ASSIGN TO BALSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SNP-KEY
                  FILE STATUS  IS BALSNAP-STATUS.

           SELECT USRSEC-FILE ASSIGN TO USRSEC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SEC-USR-ID
                  FILE STATUS  IS USRSEC-STATUS.

           SELECT CALLHST-FILE ASSIGN TO CALLHST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CRP-KEY
                  FILE STATUS  IS CALLHST-STATUS.

           SELECT CALLEXT-FILE ASSIGN TO CALLEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CALLEXT-STATUS.

           SELECT CALLRPT-FILE ASSIGN TO CALLRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CALLRPT-STATUS.

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
      * FD for the account master VSAM (300 bytes)
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

      * FD for the nonaccrual status VSAM (100 bytes)
       FD  NONACCR-FILE.
       01  FD-NONACCR-REC.
           05 FD-NAC-ACCT-ID                    PIC 9(11).
           05 FD-NAC-DATA                       PIC X(89).

      * FD for the charge-off recovery ledger VSAM (80 bytes)
       FD  RCVRLEDG-FILE.
       01  FD-RCVRLEDG-REC.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(69).

      * FD for the daily balance snapshot VSAM (80 bytes)
       FD  BALSNAP-FILE.
       01  FD-BALSNAP-REC.
           05 FD-SNP-KEY                        PIC X(21).
           05 FD-SNP-DATA                       PIC X(59).

      * FD for the USRSEC user security file (195 bytes -- see
      * the byte-map note in CSUSR01Y.cpy)
       FD  USRSEC-FILE.
       01  FD-USRSEC-REC.
           05 FD-SEC-USR-ID                     PIC X(08).
           05 FD-SEC-USR-DATA                   PIC X(187).

      * FD for the call report history VSAM (100 bytes)
       FD  CALLHST-FILE.
       01  FD-CALLHST-REC.
           05 FD-CRP-KEY                        PIC X(10).
           05 FD-CRP-DATA                       PIC X(90).

      * FD for the call report extract (100 bytes)
       FD  CALLEXT-FILE.
       01  FD-CALLEXT-REC                       PIC X(100).

      * FD for the call report schedule report (132-byte print)
       FD  CALLRPT-FILE.
       01  FD-CALLRPT-REC                       PIC X(132).

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

      * CVNAC01Y: 100-byte nonaccrual status record
       COPY CVNAC01Y.
       01  NONACCR-STATUS.
           05  NONACCR-STAT1       PIC X.
           05  NONACCR-STAT2       PIC X.

      * CVRCV01Y: 80-byte charge-off recovery ledger record
       COPY CVRCV01Y.
       01  RCVRLEDG-STATUS.
           05  RCVRLEDG-STAT1      PIC X.
           05  RCVRLEDG-STAT2      PIC X.

      * CVSNP01Y: 80-byte daily balance snapshot record
       COPY CVSNP01Y.
       01  BALSNAP-STATUS.
           05  BALSNAP-STAT1       PIC X.
           05  BALSNAP-STAT2       PIC X.

      * CSUSR01Y: 195-byte user security record
       COPY CSUSR01Y.
       01  USRSEC-STATUS.
           05  USRSEC-STAT1        PIC X.
           05  USRSEC-STAT2        PIC X.

      * CVCRP01Y: 100-byte call report line record (history
      * and extract)
       COPY CVCRP01Y.
       01  CALLHST-STATUS.
           05  CALLHST-STAT1       PIC X.
           05  CALLHST-STAT2       PIC X.
       01  CALLEXT-STATUS.
           05  CALLEXT-STAT1       PIC X.
           05  CALLEXT-STAT2       PIC X.

       01  CALLRPT-STATUS.
           05  CALLRPT-STAT1       PIC X.
           05  CALLRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCRP01C'.
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

      * The report lines, in print order: line code, schedule,
      * item and description of each (see CVCRP01Y.cpy)
       01 WS-LINE-DEFS.
           05 FILLER                    PIC X(53) VALUE
              'C01RC-C    6.a   CREDIT CARD LOANS OUTSTANDING       '.
           05 FILLER                    PIC X(53) VALUE
              'L01RC-L    1.b   UNUSED CREDIT CARD COMMITMENTS      '.
           05 FILLER                    PIC X(53) VALUE
              'N01RC-N    6.a A PAST DUE 30-89 DAYS STILL ACCRUING  '.
           05 FILLER                    PIC X(53) VALUE
              'N02RC-N    6.a B PAST DUE 90+ DAYS STILL ACCRUING    '.
           05 FILLER                    PIC X(53) VALUE
              'N03RC-N    6.a C NONACCRUAL                          '.
           05 FILLER                    PIC X(53) VALUE
              'B01RI-B    5.a A CHARGE-OFFS IN QUARTER              '.
           05 FILLER                    PIC X(53) VALUE
              'B02RI-B    5.a B RECOVERIES IN QUARTER               '.
           05 FILLER                    PIC X(53) VALUE
              'K01RC-K    6.a   QUARTERLY AVERAGE OUTSTANDING       '.
           05 FILLER                    PIC X(53) VALUE
              'M01MEMO          CONSUMER CARDHOLDER BALANCES        '.
           05 FILLER                    PIC X(53) VALUE
              'M02MEMO          EMPLOYEE CARDHOLDER BALANCES        '.
           05 FILLER                    PIC X(53) VALUE
              'M03MEMO          CREDIT BALANCES (AS DEPOSITS)       '.
           05 FILLER                    PIC X(53) VALUE
              'Z01CONTROL       RECOVERIES TO DATE ON LEDGER        '.
       01 WS-LINE-DEFS-R REDEFINES WS-LINE-DEFS.
           05 WS-LINE-DEF OCCURS 12 TIMES
                            INDEXED BY WS-LD-IDX.
              10 WS-LD-CODE             PIC X(03).
              10 WS-LD-SCHEDULE         PIC X(08).
              10 WS-LD-ITEM             PIC X(06).
              10 WS-LD-DESC             PIC X(36).
      * The quarter's figure for each line, beside the prior
      * quarter's, in the same order as WS-LINE-DEFS
       01 WS-LINE-TABLE.
           05 WS-LN OCCURS 12 TIMES.
              10 WS-LN-COUNT            PIC 9(09) COMP-3.
              10 WS-LN-AMOUNT           PIC S9(13)V99 COMP-3.
              10 WS-LN-PRIOR-AMT        PIC S9(13)V99 COMP-3.
              10 WS-LN-PRIOR-FOUND      PIC X(01).
              10 WS-LN-CHANGE           PIC S9(13)V99 COMP-3.
              10 WS-LN-PCT              PIC S9(05)V9 COMP-3.
              10 WS-LN-FLAG             PIC X(06).
      * Position of each line in the two tables above
       01 WS-LINE-SUBSCRIPTS.
           05 WS-L-OUTSTANDING          PIC S9(04) COMP VALUE 1.
           05 WS-L-UNUSED               PIC S9(04) COMP VALUE 2.
           05 WS-L-PD-30-89             PIC S9(04) COMP VALUE 3.
           05 WS-L-PD-90-PLUS           PIC S9(04) COMP VALUE 4.
           05 WS-L-NONACCRUAL           PIC S9(04) COMP VALUE 5.
           05 WS-L-CHARGEOFF            PIC S9(04) COMP VALUE 6.
           05 WS-L-RECOVERY             PIC S9(04) COMP VALUE 7.
           05 WS-L-AVERAGE              PIC S9(04) COMP VALUE 8.
           05 WS-L-CONSUMER             PIC S9(04) COMP VALUE 9.
           05 WS-L-EMPLOYEE             PIC S9(04) COMP VALUE 10.
           05 WS-L-CREDIT-BAL           PIC S9(04) COMP VALUE 11.
           05 WS-L-RCV-TO-DATE          PIC S9(04) COMP VALUE 12.
       01 WS-LINE-MAX                   PIC S9(04) COMP VALUE 12.
       01 WS-LN-I                       PIC S9(04) COMP VALUE 0.

      * Customers linked to an operator on USRSEC -- their
      * accounts are employee accounts
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRIES-USED       PIC S9(05) COMP VALUE 0.
           05 WS-EMP-ENTRY OCCURS 5000 TIMES
                            INDEXED BY WS-EMP-IDX.
              10 WS-EMP-CUST-ID         PIC X(09).

      * One entry per business date of the quarter found on the
      * snapshots, with the day's total outstanding
       01 WS-SNAP-TABLE.
           05 WS-SNAP-DAYS-USED         PIC S9(04) COMP VALUE 0.
           05 WS-SNAP-DAY OCCURS 100 TIMES
                            INDEXED BY WS-SNAP-IDX.
              10 WS-SNAP-DATE           PIC X(10).
              10 WS-SNAP-TOTAL          PIC S9(13)V99 COMP-3.
       01 WS-SNAP-I                     PIC S9(04) COMP VALUE 0.

      * Edit check results, in print order
       01 WS-EDIT-TABLE.
           05 WS-EDIT-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
           05 WS-EDIT-ENTRY OCCURS 10 TIMES.
              10 WS-ED-ID               PIC X(04).
              10 WS-ED-DESC             PIC X(50).
              10 WS-ED-AMT1             PIC S9(13)V99.
              10 WS-ED-AMT2             PIC S9(13)V99.
              10 WS-ED-DIFF             PIC S9(13)V99.
              10 WS-ED-RESULT           PIC X(04).
       01 WS-CHECK.
           05 WS-CHK-ID                 PIC X(04).
           05 WS-CHK-DESC               PIC X(50).
           05 WS-CHK-AMT1               PIC S9(13)V99.
           05 WS-CHK-AMT2               PIC S9(13)V99.
           05 WS-CHK-DIFF               PIC S9(13)V99.
           05 WS-CHK-RESULT             PIC X(04).
               88 WS-CHK-PASSED         VALUE 'PASS'.
               88 WS-CHK-FAILED         VALUE 'FAIL'.
               88 WS-CHK-WARNED         VALUE 'WARN'.
       01 WS-EDIT-I                     PIC S9(04) COMP VALUE 0.

      * Run quarter, the quarter before it, and its first day
       01 WS-RUN-DATE-PARTS.
           05 WS-RUN-YYYY               PIC 9(04).
           05 WS-RUN-MM                 PIC 9(02).
       01 WS-QUARTER.
           05 WS-QTR-YYYY               PIC 9(04).
           05 FILLER                    PIC X(02) VALUE '-Q'.
           05 WS-QTR-N                  PIC 9(01).
       01 WS-PRIOR-QUARTER.
           05 WS-PQTR-YYYY              PIC 9(04).
           05 FILLER                    PIC X(02) VALUE '-Q'.
           05 WS-PQTR-N                 PIC 9(01).
       01 WS-QTR-START-DATE.
           05 WS-QSD-YYYY               PIC 9(04).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-QSD-MM                 PIC 9(02).
           05 FILLER                    PIC X(03) VALUE '-01'.

      * Tolerances: the quarter-end snapshot must agree to the
      * account master within WS-SNAP-TOLERANCE; a line moving
      * more than WS-REVIEW-PCT percent on the prior quarter is
      * flagged for review before filing
       01 WS-SNAP-TOLERANCE             PIC S9(03)V99 VALUE 1.00.
       01 WS-REVIEW-PCT                 PIC S9(03)V9  VALUE 25.0.

      * Account and control work fields
       01 WS-MISC-VARS.
           05 WS-BALANCE                PIC S9(11)V99 VALUE 0.
           05 WS-DRAWN                  PIC S9(11)V99 VALUE 0.
           05 WS-UNDRAWN                PIC S9(11)V99 VALUE 0.
           05 WS-CUST-ID-X              PIC X(09).
           05 WS-IS-EMPLOYEE            PIC X(01).
           05 WS-PRIOR-ON-FILE          PIC X(01) VALUE 'N'.
           05 WS-RCV-ESTIMATED          PIC X(01) VALUE 'N'.
           05 WS-RCV-ESTIMATE           PIC S9(13)V99 VALUE 0.
           05 WS-LAST-SNAP-DATE         PIC X(10) VALUE SPACES.
           05 WS-LAST-SNAP-TOTAL        PIC S9(13)V99 VALUE 0.
           05 WS-SNAP-SUM               PIC S9(15)V99 VALUE 0.
           05 WS-PCT-WORK               PIC S9(09)V9 VALUE 0.
           05 WS-HST-EOF                PIC X(01) VALUE 'N'.
           05 WS-USR-EOF                PIC X(01) VALUE 'N'.
           05 WS-RCV-EOF                PIC X(01) VALUE 'N'.
           05 WS-SNP-EOF                PIC X(01) VALUE 'N'.
       01 WS-COUNTERS.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-REPORTED-COUNT         PIC 9(09) VALUE 0.
           05 WS-CHARGED-OFF-COUNT      PIC 9(09) VALUE 0.
           05 WS-NO-XREF-COUNT          PIC 9(09) VALUE 0.
           05 WS-LEDGER-COUNT           PIC 9(09) VALUE 0.
           05 WS-SNAP-ROW-COUNT         PIC 9(09) VALUE 0.
           05 WS-REVIEW-COUNT           PIC 9(09) VALUE 0.
           05 WS-EDIT-FAIL-COUNT        PIC 9(09) VALUE 0.
           05 WS-EDIT-WARN-COUNT        PIC 9(09) VALUE 0.
           05 WS-REPLACED-COUNT         PIC 9(09) VALUE 0.
           05 WS-HST-WRITTEN-COUNT      PIC 9(09) VALUE 0.
           05 WS-EXT-WRITTEN-COUNT      PIC 9(09) VALUE 0.

      * Call report lines (sole-writer convention)
       01 WS-CRP-RPT-HEADER.
           05 FILLER                    PIC X(36)
                   VALUE 'CALL REPORT - CREDIT CARD LINES'.
           05 FILLER                    PIC X(10)
                   VALUE 'QUARTER : '.
           05 WS-CRP-RPT-QUARTER        PIC X(07).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(14)
                   VALUE 'QUARTER END : '.
           05 WS-CRP-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(51) VALUE SPACES.
       01 WS-CRP-RPT-SECTION.
           05 WS-CRP-RPT-SECT-TITLE     PIC X(40).
           05 FILLER                    PIC X(92) VALUE SPACES.
       01 WS-CRP-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'SCHEDULE ITEM   DESCRIPTION                 '.
           05 FILLER                    PIC X(44) VALUE
              '          ACCOUNTS     THIS QUARTER    PRIOR'.
           05 FILLER                    PIC X(44) VALUE
              ' QUARTER           CHANGE   CHG %  FLAG     '.
       01 WS-CRP-RPT-LINE.
           05 WS-CRP-RPT-SCHEDULE       PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-ITEM           PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-DESC           PIC X(36).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-ACCTS          PIC Z(08)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-AMOUNT         PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-PRIOR          PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-CHANGE         PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-PCT            PIC -(04)9.9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRP-RPT-FLAG           PIC X(06).
           05 FILLER                    PIC X(03) VALUE SPACES.
       01 WS-CRP-RPT-EDIT-HDR.
           05 FILLER                    PIC X(44) VALUE
              'EDIT CHECK                                  '.
           05 FILLER                    PIC X(44) VALUE
              '                      AMOUNT    COMPARED WIT'.
           05 FILLER                    PIC X(44) VALUE
              'H       DIFFERENCE  RESULT                  '.
       01 WS-CRP-RPT-EDIT-LINE.
           05 WS-CRP-RPT-ED-ID          PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-ED-DESC        PIC X(50).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-ED-AMT1        PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-ED-AMT2        PIC -(12)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRP-RPT-ED-DIFF        PIC -(12)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRP-RPT-ED-RESULT      PIC X(06).
           05 FILLER                    PIC X(18) VALUE SPACES.
       01 WS-CRP-RPT-MESSAGE.
           05 WS-CRP-RPT-MSG-TEXT       PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CRP-RPT-COUNT-LINE.
           05 WS-CRP-RPT-CNT-LABEL      PIC X(40).
           05 WS-CRP-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(83) VALUE SPACES.
       01 WS-CRP-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the quarter-end business date,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: clears a rerun's rows, loads last quarter
      * and the employee links, derives the lines, edits them,
      * writes the history and extract, reports.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCRP01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0900-SET-QUARTER.
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-NONACCR-OPEN.
           PERFORM 0300-RCVRLEDG-OPEN.
           PERFORM 0400-BALSNAP-OPEN.
           PERFORM 0500-USRSEC-OPEN.
           PERFORM 0600-CALLHST-OPEN.
           PERFORM 0700-CALLEXT-OPEN.
           PERFORM 0800-CALLRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           INITIALIZE WS-LINE-TABLE
           PERFORM 1000-CLEAR-RUN-QUARTER.
           PERFORM 1100-LOAD-PRIOR-QUARTER.
           PERFORM 1200-LOAD-EMPLOYEES.

           PERFORM 2000-PROCESS-NEXT-ACCOUNT
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 3000-LOAD-LEDGER.
           PERFORM 3500-LOAD-SNAPSHOTS.
           PERFORM 4000-SET-RECOVERIES.

           PERFORM 4400-SET-VARIANCE
              VARYING WS-LN-I FROM 1 BY 1
              UNTIL WS-LN-I > WS-LINE-MAX.
           PERFORM 4500-EDIT-CHECKS.

           PERFORM 5000-WRITE-LINE
              VARYING WS-LN-I FROM 1 BY 1
              UNTIL WS-LN-I > WS-LINE-MAX.

           PERFORM 6000-PRINT-REPORT.

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-NONACCR-CLOSE.
           PERFORM 9300-RCVRLEDG-CLOSE.
           PERFORM 9400-BALSNAP-CLOSE.
           PERFORM 9500-USRSEC-CLOSE.
           PERFORM 9600-CALLHST-CLOSE.
           PERFORM 9700-CALLEXT-CLOSE.
           PERFORM 9800-CALLRPT-CLOSE.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS REPORTED      :' WS-REPORTED-COUNT
           DISPLAY 'CHARGED OFF EXCLUDED   :' WS-CHARGED-OFF-COUNT
           DISPLAY 'LEDGER ROWS READ       :' WS-LEDGER-COUNT
           DISPLAY 'SNAPSHOT DAYS          :' WS-SNAP-DAYS-USED
           DISPLAY 'LINES FOR REVIEW       :' WS-REVIEW-COUNT
           DISPLAY 'EDIT CHECKS FAILED     :' WS-EDIT-FAIL-COUNT
           DISPLAY 'EDIT CHECKS WARNED     :' WS-EDIT-WARN-COUNT
           DISPLAY 'HISTORY ROWS WRITTEN   :' WS-HST-WRITTEN-COUNT
           DISPLAY 'EXTRACT ROWS WRITTEN   :' WS-EXT-WRITTEN-COUNT

           IF  WS-EDIT-FAIL-COUNT > 0
           OR  WS-EDIT-WARN-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCRP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * The run quarter from the PARM quarter-end date, the
      * quarter before it, and the quarter's first day. A date
      * outside a quarter-end month is refused.
      *---------------------------------------------------------------*
       0900-SET-QUARTER.
           IF  PARM-DATE(1:4) NOT NUMERIC
               OR PARM-DATE(6:2) NOT NUMERIC
               DISPLAY 'INVALID PARM-DATE: ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYY
           MOVE PARM-DATE(6:2) TO WS-RUN-MM
           IF  WS-RUN-MM NOT = 3 AND 6 AND 9 AND 12
               DISPLAY 'PARM-DATE IS NOT A QUARTER-END DATE: '
                       PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE WS-RUN-YYYY TO WS-QTR-YYYY
           COMPUTE WS-QTR-N = WS-RUN-MM / 3
           IF  WS-QTR-N = 1
               COMPUTE WS-PQTR-YYYY = WS-RUN-YYYY - 1
               MOVE 4 TO WS-PQTR-N
           ELSE
               MOVE WS-RUN-YYYY TO WS-PQTR-YYYY
               COMPUTE WS-PQTR-N = WS-QTR-N - 1
           END-IF
           MOVE WS-RUN-YYYY TO WS-QSD-YYYY
           COMPUTE WS-QSD-MM = WS-RUN-MM - 2
           DISPLAY 'QUARTER: ' WS-QUARTER
                   '  ' WS-QTR-START-DATE ' TO ' PARM-DATE
                   '  PRIOR QUARTER: ' WS-PRIOR-QUARTER
           EXIT.
      *---------------------------------------------------------------*
      * A rerun of the quarter: the rows an earlier run left on
      * the history are deleted first, so the quarter is
      * rewritten whole from today's figures.
      *---------------------------------------------------------------*
       1000-CLEAR-RUN-QUARTER.
           MOVE LOW-VALUES TO FD-CRP-KEY
           MOVE WS-QUARTER TO FD-CRP-KEY(1:7)
           MOVE 'N'        TO WS-HST-EOF
           START CALLHST-FILE KEY IS NOT LESS THAN FD-CRP-KEY
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
      * in the run quarter.
      *---------------------------------------------------------------*
       1010-DELETE-NEXT-ROW.
           PERFORM 1900-CALLHST-GET-NEXT
           IF  WS-HST-EOF = 'N'
               IF  CRP-QUARTER NOT = WS-QUARTER
                   MOVE 'Y' TO WS-HST-EOF
               ELSE
                   DELETE CALLHST-FILE RECORD
                   IF  CALLHST-STATUS NOT = '00'
                       DISPLAY 'ERROR DELETING CALL REPORT HISTORY'
                       MOVE CALLHST-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Takes the prior quarter's figure for every line it
      * filed, for the variance, and its recoveries to date.
      *---------------------------------------------------------------*
       1100-LOAD-PRIOR-QUARTER.
           MOVE LOW-VALUES       TO FD-CRP-KEY
           MOVE WS-PRIOR-QUARTER TO FD-CRP-KEY(1:7)
           MOVE 'N'              TO WS-HST-EOF
           START CALLHST-FILE KEY IS NOT LESS THAN FD-CRP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-HST-EOF
           END-START
           PERFORM 1110-LOAD-NEXT-PRIOR
              UNTIL WS-HST-EOF = 'Y'
           IF  WS-PRIOR-ON-FILE = 'N'
               DISPLAY 'NO HISTORY FOR PRIOR QUARTER '
                       WS-PRIOR-QUARTER
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Takes the next prior-quarter row against its line; the
      * browse ends at the first row of another quarter.
      *---------------------------------------------------------------*
       1110-LOAD-NEXT-PRIOR.
           PERFORM 1900-CALLHST-GET-NEXT
           IF  WS-HST-EOF = 'N'
               IF  CRP-QUARTER NOT = WS-PRIOR-QUARTER
                   MOVE 'Y' TO WS-HST-EOF
               ELSE
                   MOVE 'Y' TO WS-PRIOR-ON-FILE
                   SET WS-LD-IDX TO 1
                   SEARCH WS-LINE-DEF
                      AT END
                         CONTINUE
                      WHEN WS-LD-CODE (WS-LD-IDX) = CRP-LINE-CD
                         SET WS-LN-I TO WS-LD-IDX
                         MOVE CRP-AMOUNT
                           TO WS-LN-PRIOR-AMT (WS-LN-I)
                         MOVE 'Y' TO WS-LN-PRIOR-FOUND (WS-LN-I)
                   END-SEARCH
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next history row in key order.
      *---------------------------------------------------------------*
       1900-CALLHST-GET-NEXT.
           READ CALLHST-FILE NEXT RECORD
                INTO CALL-REPORT-LINE-RECORD
               AT END
                  MOVE 'Y' TO WS-HST-EOF
           END-READ
           IF  WS-HST-EOF = 'N'
               IF  CALLHST-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CALL REPORT HISTORY'
                   MOVE CALLHST-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Loads every customer linked to an operator on USRSEC.
      *---------------------------------------------------------------*
       1200-LOAD-EMPLOYEES.
           PERFORM 1250-USRSEC-GET-NEXT
           PERFORM 1210-TAKE-EMPLOYEE
              UNTIL WS-USR-EOF = 'Y'
           DISPLAY 'EMPLOYEE CARDHOLDERS   :' WS-EMP-ENTRIES-USED
           EXIT.
       1210-TAKE-EMPLOYEE.
           IF  SEC-USR-EMPLOYEE-CUST-ID NOT = SPACES
               IF  WS-EMP-ENTRIES-USED >= 5000
                   DISPLAY 'EMPLOYEE TABLE FULL: '
                           SEC-USR-EMPLOYEE-CUST-ID
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-EMP-ENTRIES-USED
               MOVE SEC-USR-EMPLOYEE-CUST-ID
                 TO WS-EMP-CUST-ID (WS-EMP-ENTRIES-USED)
           END-IF
           PERFORM 1250-USRSEC-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next user security record.
      *---------------------------------------------------------------*
       1250-USRSEC-GET-NEXT.
           READ USRSEC-FILE INTO SEC-USER-DATA
               AT END
                  MOVE 'Y' TO WS-USR-EOF
           END-READ
           IF  WS-USR-EOF = 'N'
               IF  USRSEC-STATUS NOT = '00'
                   DISPLAY 'ERROR READING USRSEC FILE'
                   MOVE USRSEC-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account and adds it to its lines.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-ACCOUNT.
           PERFORM 2900-ACCTFILE-GET-NEXT
           IF  END-OF-FILE = 'N'
               ADD 1 TO WS-ACCT-COUNT
               PERFORM 2100-CLASSIFY-ACCOUNT
                  THRU 2100-CLASSIFY-ACCOUNT-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A charged-off account is off the books -- its loss is on
      * the recovery ledger. Otherwise a debit balance is a loan
      * outstanding, sorted consumer or employee and by past due
      * status; a credit balance is reported with deposits; an
      * active account's undrawn line is an unused commitment.
      *---------------------------------------------------------------*
       2100-CLASSIFY-ACCOUNT.
           IF  ACCT-IS-CHARGED-OFF
               ADD 1 TO WS-CHARGED-OFF-COUNT
               GO TO 2100-CLASSIFY-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-REPORTED-COUNT
           MOVE ACCT-CURR-BAL TO WS-BALANCE

           IF  WS-BALANCE > ZERO
               MOVE WS-BALANCE TO WS-DRAWN
               ADD 1          TO WS-LN-COUNT  (WS-L-OUTSTANDING)
               ADD WS-BALANCE TO WS-LN-AMOUNT (WS-L-OUTSTANDING)
               PERFORM 2200-SET-EMPLOYEE
               IF  WS-IS-EMPLOYEE = 'Y'
                   ADD 1          TO WS-LN-COUNT  (WS-L-EMPLOYEE)
                   ADD WS-BALANCE TO WS-LN-AMOUNT (WS-L-EMPLOYEE)
               ELSE
                   ADD 1          TO WS-LN-COUNT  (WS-L-CONSUMER)
                   ADD WS-BALANCE TO WS-LN-AMOUNT (WS-L-CONSUMER)
               END-IF
               PERFORM 2300-SET-PAST-DUE
           ELSE
               MOVE ZERO TO WS-DRAWN
               IF  WS-BALANCE < ZERO
                   ADD 1 TO WS-LN-COUNT (WS-L-CREDIT-BAL)
                   SUBTRACT WS-BALANCE
                       FROM WS-LN-AMOUNT (WS-L-CREDIT-BAL)
               END-IF
           END-IF

           IF  ACCT-STATUS-ACTIVE
               COMPUTE WS-UNDRAWN = ACCT-CREDIT-LIMIT - WS-DRAWN
               IF  WS-UNDRAWN > ZERO
                   ADD 1          TO WS-LN-COUNT  (WS-L-UNUSED)
                   ADD WS-UNDRAWN TO WS-LN-AMOUNT (WS-L-UNUSED)
               END-IF
           END-IF
           .
       2100-CLASSIFY-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * WS-IS-EMPLOYEE 'Y' when the account's customer is linked
      * to an operator. An account with no cross-reference is
      * taken as consumer.
      *---------------------------------------------------------------*
       2200-SET-EMPLOYEE.
           MOVE 'N'     TO WS-IS-EMPLOYEE
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  ADD 1 TO WS-NO-XREF-COUNT
           END-READ
           IF  XREFFILE-STATUS = '00'
               MOVE XREF-CUST-ID TO WS-CUST-ID-X
               SET WS-EMP-IDX TO 1
               SEARCH WS-EMP-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-EMP-IDX > WS-EMP-ENTRIES-USED
                     CONTINUE
                  WHEN WS-EMP-CUST-ID (WS-EMP-IDX) = WS-CUST-ID-X
                     MOVE 'Y' TO WS-IS-EMPLOYEE
               END-SEARCH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Past due status of a debit balance: an account on
      * nonaccrual is reported there whatever its stage; an
      * accruing account 30-89 days (stages 1-2) or 90 days and
      * more (stages 3-4) past due. Current accounts report on
      * neither line.
      *---------------------------------------------------------------*
       2300-SET-PAST-DUE.
           MOVE ACCT-ID TO FD-NAC-ACCT-ID
           READ NONACCR-FILE INTO NONACCRUAL-RECORD
               INVALID KEY
                  MOVE SPACE TO NAC-STATUS
           END-READ
           IF  NONACCR-STATUS NOT = '00'
               AND NONACCR-STATUS NOT = '23'
               DISPLAY 'ERROR READING NONACCRUAL FILE'
               MOVE NONACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EVALUATE TRUE
               WHEN NAC-ON-NONACCRUAL
                   ADD 1          TO WS-LN-COUNT  (WS-L-NONACCRUAL)
                   ADD WS-BALANCE TO WS-LN-AMOUNT (WS-L-NONACCRUAL)
               WHEN ACCT-DELINQ-30
               WHEN ACCT-DELINQ-60
                   ADD 1          TO WS-LN-COUNT  (WS-L-PD-30-89)
                   ADD WS-BALANCE TO WS-LN-AMOUNT (WS-L-PD-30-89)
               WHEN ACCT-DELINQ-90
               WHEN ACCT-DELINQ-120-PLUS
                   ADD 1          TO WS-LN-COUNT  (WS-L-PD-90-PLUS)
                   ADD WS-BALANCE TO WS-LN-AMOUNT (WS-L-PD-90-PLUS)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
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
      * Pass over the recovery ledger: the balances charged off
      * in the quarter, the recoveries to date on every row,
      * and the fallback estimate of the quarter's recoveries.
      *---------------------------------------------------------------*
       3000-LOAD-LEDGER.
           PERFORM 3050-RCVRLEDG-GET-NEXT
           PERFORM 3010-TAKE-LEDGER-ROW
              UNTIL WS-RCV-EOF = 'Y'
           EXIT.
       3010-TAKE-LEDGER-ROW.
           ADD 1 TO WS-LEDGER-COUNT
           IF  RCV-CHARGEOFF-DATE >= WS-QTR-START-DATE
               AND RCV-CHARGEOFF-DATE <= PARM-DATE
               ADD 1            TO WS-LN-COUNT  (WS-L-CHARGEOFF)
               ADD RCV-ORIG-BAL TO WS-LN-AMOUNT (WS-L-CHARGEOFF)
           END-IF
           IF  RCV-RECOVERED-AMT NOT = ZERO
               ADD 1 TO WS-LN-COUNT (WS-L-RCV-TO-DATE)
               ADD RCV-RECOVERED-AMT
                 TO WS-LN-AMOUNT (WS-L-RCV-TO-DATE)
           END-IF
           IF  RCV-LAST-RECOVERY-DATE >= WS-QTR-START-DATE
               AND RCV-LAST-RECOVERY-DATE <= PARM-DATE
               ADD 1 TO WS-LN-COUNT (WS-L-RECOVERY)
               ADD RCV-RECOVERED-AMT TO WS-RCV-ESTIMATE
           END-IF
           PERFORM 3050-RCVRLEDG-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next recovery ledger row in key order.
      *---------------------------------------------------------------*
       3050-RCVRLEDG-GET-NEXT.
           READ RCVRLEDG-FILE INTO RECOVERY-LEDGER-RECORD
               AT END
                  MOVE 'Y' TO WS-RCV-EOF
           END-READ
           IF  WS-RCV-EOF = 'N'
               IF  RCVRLEDG-STATUS NOT = '00'
                   DISPLAY 'ERROR READING RECOVERY LEDGER'
                   MOVE RCVRLEDG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass over the balance snapshots: every business date of
      * the quarter, with the day's debit balances outside
      * charge-off. Their mean is the quarterly average; the
      * last of them is proved against the account master.
      *---------------------------------------------------------------*
       3500-LOAD-SNAPSHOTS.
           PERFORM 3550-BALSNAP-GET-NEXT
           PERFORM 3510-TAKE-SNAPSHOT
              UNTIL WS-SNP-EOF = 'Y'
           PERFORM 3600-SET-AVERAGE
           EXIT.
       3510-TAKE-SNAPSHOT.
           IF  SNP-BUS-DATE >= WS-QTR-START-DATE
               AND SNP-BUS-DATE <= PARM-DATE
               ADD 1 TO WS-SNAP-ROW-COUNT
               PERFORM 3520-FIND-SNAP-DAY
               IF  SNP-CURR-BAL > ZERO
                   AND NOT SNP-STAGE-CHARGED-OFF
                   ADD SNP-CURR-BAL TO WS-SNAP-TOTAL (WS-SNAP-IDX)
               END-IF
           END-IF
           PERFORM 3550-BALSNAP-GET-NEXT
           EXIT.
      *---------------------------------------------------------------*
      * Points WS-SNAP-IDX at the snapshot's business date,
      * adding it on first sight.
      *---------------------------------------------------------------*
       3520-FIND-SNAP-DAY.
           SET WS-SNAP-IDX TO 1
           SEARCH WS-SNAP-DAY
              AT END
                 DISPLAY 'SNAPSHOT DAY TABLE FULL: ' SNP-BUS-DATE
                 PERFORM 9999-ABEND-PROGRAM
              WHEN WS-SNAP-IDX > WS-SNAP-DAYS-USED
                 ADD 1 TO WS-SNAP-DAYS-USED
                 MOVE SNP-BUS-DATE TO WS-SNAP-DATE (WS-SNAP-IDX)
                 MOVE ZERO         TO WS-SNAP-TOTAL (WS-SNAP-IDX)
              WHEN WS-SNAP-DATE (WS-SNAP-IDX) = SNP-BUS-DATE
                 CONTINUE
           END-SEARCH
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next balance snapshot in key order.
      *---------------------------------------------------------------*
       3550-BALSNAP-GET-NEXT.
           READ BALSNAP-FILE INTO BAL-SNAPSHOT-RECORD
               AT END
                  MOVE 'Y' TO WS-SNP-EOF
           END-READ
           IF  WS-SNP-EOF = 'N'
               IF  BALSNAP-STATUS NOT = '00'
                   DISPLAY 'ERROR READING BALANCE SNAPSHOT FILE'
                   MOVE BALSNAP-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The quarterly average over the business dates found, and
      * the latest date with its total.
      *---------------------------------------------------------------*
       3600-SET-AVERAGE.
           MOVE ZERO TO WS-SNAP-SUM
           PERFORM 3610-TAKE-SNAP-DAY
              VARYING WS-SNAP-I FROM 1 BY 1
              UNTIL WS-SNAP-I > WS-SNAP-DAYS-USED
           MOVE WS-SNAP-DAYS-USED TO WS-LN-COUNT (WS-L-AVERAGE)
           IF  WS-SNAP-DAYS-USED > 0
               COMPUTE WS-LN-AMOUNT (WS-L-AVERAGE) ROUNDED =
                   WS-SNAP-SUM / WS-SNAP-DAYS-USED
           END-IF
           EXIT.
       3610-TAKE-SNAP-DAY.
           ADD WS-SNAP-TOTAL (WS-SNAP-I) TO WS-SNAP-SUM
           IF  WS-SNAP-DATE (WS-SNAP-I) > WS-LAST-SNAP-DATE
               OR WS-LAST-SNAP-DATE = SPACES
               MOVE WS-SNAP-DATE (WS-SNAP-I)  TO WS-LAST-SNAP-DATE
               MOVE WS-SNAP-TOTAL (WS-SNAP-I) TO WS-LAST-SNAP-TOTAL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The quarter's recoveries: the growth in recoveries to
      * date since last quarter's run, or -- with no prior
      * quarter on file -- the recoveries to date on the rows
      * last recovered in the quarter, which may include
      * earlier quarters' recoveries on those rows.
      *---------------------------------------------------------------*
       4000-SET-RECOVERIES.
           IF  WS-LN-PRIOR-FOUND (WS-L-RCV-TO-DATE) = 'Y'
               COMPUTE WS-LN-AMOUNT (WS-L-RECOVERY) =
                   WS-LN-AMOUNT (WS-L-RCV-TO-DATE)
                 - WS-LN-PRIOR-AMT (WS-L-RCV-TO-DATE)
           ELSE
               MOVE 'Y' TO WS-RCV-ESTIMATED
               MOVE WS-RCV-ESTIMATE TO WS-LN-AMOUNT (WS-L-RECOVERY)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Change on the prior quarter for line WS-LN-I. A line
      * moving more than WS-REVIEW-PCT percent is flagged REVIEW,
      * one appearing from nothing NEW. The control line is a
      * running total and is not flagged.
      *---------------------------------------------------------------*
       4400-SET-VARIANCE.
           MOVE SPACES TO WS-LN-FLAG (WS-LN-I)
           MOVE ZERO   TO WS-LN-CHANGE (WS-LN-I)
                          WS-LN-PCT (WS-LN-I)
           IF  WS-LN-PRIOR-FOUND (WS-LN-I) = 'Y'
               COMPUTE WS-LN-CHANGE (WS-LN-I) =
                   WS-LN-AMOUNT (WS-LN-I) - WS-LN-PRIOR-AMT (WS-LN-I)
               IF  WS-LN-PRIOR-AMT (WS-LN-I) = ZERO
                   IF  WS-LN-AMOUNT (WS-LN-I) NOT = ZERO
                       MOVE 'NEW' TO WS-LN-FLAG (WS-LN-I)
                   END-IF
               ELSE
                   COMPUTE WS-PCT-WORK ROUNDED =
                       WS-LN-CHANGE (WS-LN-I) * 100
                     / WS-LN-PRIOR-AMT (WS-LN-I)
                   IF  WS-PCT-WORK > 9999.9
                       MOVE 9999.9 TO WS-PCT-WORK
                   END-IF
                   IF  WS-PCT-WORK < -9999.9
                       MOVE -9999.9 TO WS-PCT-WORK
                   END-IF
                   MOVE WS-PCT-WORK TO WS-LN-PCT (WS-LN-I)
                   IF  (WS-PCT-WORK > WS-REVIEW-PCT
                       OR WS-PCT-WORK < 0 - WS-REVIEW-PCT)
                       AND WS-LN-I NOT = WS-L-RCV-TO-DATE
                       MOVE 'REVIEW' TO WS-LN-FLAG (WS-LN-I)
                       ADD 1 TO WS-REVIEW-COUNT
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The edit checks the lines must pass before they are
      * filed. Any FAIL or WARN ends the run RC 4.
      *---------------------------------------------------------------*
       4500-EDIT-CHECKS.
      * The consumer/employee split adds back to the loans
           INITIALIZE WS-CHECK
           MOVE 'E01' TO WS-CHK-ID
           MOVE 'CONSUMER PLUS EMPLOYEE EQUALS LOANS OUTSTANDING'
             TO WS-CHK-DESC
           COMPUTE WS-CHK-AMT1 = WS-LN-AMOUNT (WS-L-CONSUMER)
                               + WS-LN-AMOUNT (WS-L-EMPLOYEE)
           MOVE WS-LN-AMOUNT (WS-L-OUTSTANDING) TO WS-CHK-AMT2
           COMPUTE WS-CHK-DIFF = WS-CHK-AMT1 - WS-CHK-AMT2
           IF  WS-CHK-DIFF = ZERO
               SET WS-CHK-PASSED TO TRUE
           ELSE
               SET WS-CHK-FAILED TO TRUE
           END-IF
           PERFORM 4590-RECORD-CHECK

      * Past due and nonaccrual are parts of the loans
           INITIALIZE WS-CHECK
           MOVE 'E02' TO WS-CHK-ID
           MOVE 'PAST DUE PLUS NONACCRUAL WITHIN LOANS OUTSTANDING'
             TO WS-CHK-DESC
           COMPUTE WS-CHK-AMT1 = WS-LN-AMOUNT (WS-L-PD-30-89)
                               + WS-LN-AMOUNT (WS-L-PD-90-PLUS)
                               + WS-LN-AMOUNT (WS-L-NONACCRUAL)
           MOVE WS-LN-AMOUNT (WS-L-OUTSTANDING) TO WS-CHK-AMT2
           COMPUTE WS-CHK-DIFF = WS-CHK-AMT1 - WS-CHK-AMT2
           IF  WS-CHK-AMT1 > WS-CHK-AMT2
               SET WS-CHK-FAILED TO TRUE
           ELSE
               SET WS-CHK-PASSED TO TRUE
           END-IF
           PERFORM 4590-RECORD-CHECK

      * The quarter-end snapshot agrees to the account master
           INITIALIZE WS-CHECK
           MOVE 'E03' TO WS-CHK-ID
           MOVE 'QUARTER-END SNAPSHOT AGREES TO LOANS OUTSTANDING'
             TO WS-CHK-DESC
           MOVE WS-LAST-SNAP-TOTAL              TO WS-CHK-AMT1
           MOVE WS-LN-AMOUNT (WS-L-OUTSTANDING) TO WS-CHK-AMT2
           COMPUTE WS-CHK-DIFF = WS-CHK-AMT1 - WS-CHK-AMT2
           IF  WS-LAST-SNAP-DATE NOT = PARM-DATE
               DISPLAY 'NO BALANCE SNAPSHOT FOR ' PARM-DATE
                       ' - LATEST IN QUARTER: ' WS-LAST-SNAP-DATE
               SET WS-CHK-FAILED TO TRUE
           ELSE
               IF  WS-CHK-DIFF > WS-SNAP-TOLERANCE
                   OR WS-CHK-DIFF < 0 - WS-SNAP-TOLERANCE
                   SET WS-CHK-FAILED TO TRUE
               ELSE
                   SET WS-CHK-PASSED TO TRUE
               END-IF
           END-IF
           PERFORM 4590-RECORD-CHECK

      * Recoveries to date never go down
           INITIALIZE WS-CHECK
           MOVE 'E04' TO WS-CHK-ID
           MOVE 'RECOVERIES IN QUARTER NOT NEGATIVE'
             TO WS-CHK-DESC
           MOVE WS-LN-AMOUNT (WS-L-RECOVERY) TO WS-CHK-AMT1
           MOVE WS-CHK-AMT1                  TO WS-CHK-DIFF
           IF  WS-CHK-AMT1 < ZERO
               SET WS-CHK-FAILED TO TRUE
           ELSE
               SET WS-CHK-PASSED TO TRUE
           END-IF
           PERFORM 4590-RECORD-CHECK

      * Prior quarter on file: without it there is no variance
      * and the recoveries are an estimate
           INITIALIZE WS-CHECK
           MOVE 'E05' TO WS-CHK-ID
           IF  WS-PRIOR-ON-FILE = 'Y'
               AND WS-RCV-ESTIMATED = 'N'
               MOVE 'PRIOR QUARTER ON FILE' TO WS-CHK-DESC
               SET WS-CHK-PASSED TO TRUE
           ELSE
               IF  WS-PRIOR-ON-FILE = 'N'
                   MOVE 'NO PRIOR QUARTER - NO VARIANCE, RECOVERIES EST'
                     TO WS-CHK-DESC
               ELSE
                   MOVE 'NO PRIOR RECOVERIES TO DATE - RECOVERIES EST'
                     TO WS-CHK-DESC
               END-IF
               SET WS-CHK-WARNED TO TRUE
           END-IF
           PERFORM 4590-RECORD-CHECK

      * Lines moving sharply on the prior quarter, counted
           INITIALIZE WS-CHECK
           MOVE 'E06' TO WS-CHK-ID
           MOVE 'LINES FLAGGED REVIEW (COUNT IN AMOUNT)'
             TO WS-CHK-DESC
           MOVE WS-REVIEW-COUNT TO WS-CHK-AMT1
           MOVE WS-REVIEW-COUNT TO WS-CHK-DIFF
           IF  WS-REVIEW-COUNT > 0
               SET WS-CHK-WARNED TO TRUE
           ELSE
               SET WS-CHK-PASSED TO TRUE
           END-IF
           PERFORM 4590-RECORD-CHECK
           EXIT.
      *---------------------------------------------------------------*
      * Adds the check in WS-CHECK to the edit table and counts
      * its result.
      *---------------------------------------------------------------*
       4590-RECORD-CHECK.
           ADD 1 TO WS-EDIT-ENTRIES-USED
           MOVE WS-CHK-ID     TO WS-ED-ID (WS-EDIT-ENTRIES-USED)
           MOVE WS-CHK-DESC   TO WS-ED-DESC (WS-EDIT-ENTRIES-USED)
           MOVE WS-CHK-AMT1   TO WS-ED-AMT1 (WS-EDIT-ENTRIES-USED)
           MOVE WS-CHK-AMT2   TO WS-ED-AMT2 (WS-EDIT-ENTRIES-USED)
           MOVE WS-CHK-DIFF   TO WS-ED-DIFF (WS-EDIT-ENTRIES-USED)
           MOVE WS-CHK-RESULT TO WS-ED-RESULT (WS-EDIT-ENTRIES-USED)
           EVALUATE TRUE
               WHEN WS-CHK-FAILED
                   ADD 1 TO WS-EDIT-FAIL-COUNT
                   DISPLAY 'EDIT CHECK ' WS-CHK-ID ' FAILED: '
                           WS-CHK-DESC
               WHEN WS-CHK-WARNED
                   ADD 1 TO WS-EDIT-WARN-COUNT
                   DISPLAY 'EDIT CHECK ' WS-CHK-ID ' WARNING: '
                           WS-CHK-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Writes line WS-LN-I to the history and, unless it is the
      * control line, to the extract. Abends on failure.
      *---------------------------------------------------------------*
       5000-WRITE-LINE.
           INITIALIZE CALL-REPORT-LINE-RECORD
           MOVE WS-QUARTER                TO CRP-QUARTER
           MOVE WS-LD-CODE (WS-LN-I)      TO CRP-LINE-CD
           MOVE WS-LD-SCHEDULE (WS-LN-I)  TO CRP-SCHEDULE
           MOVE WS-LD-ITEM (WS-LN-I)      TO CRP-ITEM
           MOVE WS-LD-DESC (WS-LN-I)      TO CRP-DESC
           MOVE WS-LN-COUNT (WS-LN-I)     TO CRP-ACCT-COUNT
           MOVE WS-LN-AMOUNT (WS-LN-I)    TO CRP-AMOUNT
           MOVE PARM-DATE                 TO CRP-RUN-DATE
           WRITE FD-CALLHST-REC FROM CALL-REPORT-LINE-RECORD
           IF  CALLHST-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CALL REPORT HISTORY: '
                       CRP-KEY
               MOVE CALLHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-HST-WRITTEN-COUNT
           IF  NOT CRP-LINE-CONTROL
               WRITE FD-CALLEXT-REC FROM CALL-REPORT-LINE-RECORD
               IF  CALLEXT-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING CALL REPORT EXTRACT'
                   MOVE CALLEXT-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-EXT-WRITTEN-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the schedule lines with their variance, the edit
      * checks and the filing verdict, and the run counts.
      *---------------------------------------------------------------*
       6000-PRINT-REPORT.
           MOVE WS-QUARTER TO WS-CRP-RPT-QUARTER
           MOVE PARM-DATE  TO WS-CRP-RPT-DATE
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-HEADER

           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-BLANK
           MOVE 'CREDIT CARD SCHEDULE LINES' TO WS-CRP-RPT-SECT-TITLE
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-SECTION
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COL-HDR
           PERFORM 6100-PRINT-LINE
              VARYING WS-LN-I FROM 1 BY 1
              UNTIL WS-LN-I > WS-LINE-MAX

           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-BLANK
           MOVE 'EDIT CHECKS'               TO WS-CRP-RPT-SECT-TITLE
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-SECTION
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-EDIT-HDR
           PERFORM 6200-PRINT-EDIT-LINE
              VARYING WS-EDIT-I FROM 1 BY 1
              UNTIL WS-EDIT-I > WS-EDIT-ENTRIES-USED
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-BLANK
           IF  WS-EDIT-FAIL-COUNT > 0
           OR  WS-EDIT-WARN-COUNT > 0
               MOVE 'EDIT CHECKS NOT CLEAN - RESOLVE BEFORE FILING'
                 TO WS-CRP-RPT-MSG-TEXT
           ELSE
               MOVE 'EDIT CHECKS CLEAN - LINES READY TO FILE'
                 TO WS-CRP-RPT-MSG-TEXT
           END-IF
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-MESSAGE

           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-BLANK
           MOVE 'ACCOUNTS READ'               TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT                 TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'ACCOUNTS REPORTED'           TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-REPORTED-COUNT             TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'CHARGED OFF - EXCLUDED'      TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-CHARGED-OFF-COUNT          TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'NO CROSS-REFERENCE - CONSUMER'
                                              TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-NO-XREF-COUNT              TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'EMPLOYEE CARDHOLDERS ON USRSEC'
                                              TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-EMP-ENTRIES-USED           TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'RECOVERY LEDGER ROWS'        TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-LEDGER-COUNT               TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'SNAPSHOT ROWS IN QUARTER'    TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-SNAP-ROW-COUNT             TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           MOVE 'SNAPSHOT DAYS IN QUARTER'    TO WS-CRP-RPT-CNT-LABEL
           MOVE WS-SNAP-DAYS-USED             TO WS-CRP-RPT-CNT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints schedule line WS-LN-I. With no prior quarter on
      * file the prior, change and percent print zero (E05
      * warns of it).
      *---------------------------------------------------------------*
       6100-PRINT-LINE.
           MOVE WS-LD-SCHEDULE (WS-LN-I)  TO WS-CRP-RPT-SCHEDULE
           MOVE WS-LD-ITEM (WS-LN-I)      TO WS-CRP-RPT-ITEM
           MOVE WS-LD-DESC (WS-LN-I)      TO WS-CRP-RPT-DESC
           MOVE WS-LN-COUNT (WS-LN-I)     TO WS-CRP-RPT-ACCTS
           MOVE WS-LN-AMOUNT (WS-LN-I)    TO WS-CRP-RPT-AMOUNT
           MOVE WS-LN-FLAG (WS-LN-I)      TO WS-CRP-RPT-FLAG
           IF  WS-LN-PRIOR-FOUND (WS-LN-I) = 'Y'
               MOVE WS-LN-PRIOR-AMT (WS-LN-I) TO WS-CRP-RPT-PRIOR
               MOVE WS-LN-CHANGE (WS-LN-I)    TO WS-CRP-RPT-CHANGE
               MOVE WS-LN-PCT (WS-LN-I)       TO WS-CRP-RPT-PCT
           ELSE
               MOVE ZERO TO WS-CRP-RPT-PRIOR
                            WS-CRP-RPT-CHANGE
                            WS-CRP-RPT-PCT
           END-IF
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints edit check WS-EDIT-I.
      *---------------------------------------------------------------*
       6200-PRINT-EDIT-LINE.
           MOVE WS-ED-ID (WS-EDIT-I)      TO WS-CRP-RPT-ED-ID
           MOVE WS-ED-DESC (WS-EDIT-I)    TO WS-CRP-RPT-ED-DESC
           MOVE WS-ED-AMT1 (WS-EDIT-I)    TO WS-CRP-RPT-ED-AMT1
           MOVE WS-ED-AMT2 (WS-EDIT-I)    TO WS-CRP-RPT-ED-AMT2
           MOVE WS-ED-DIFF (WS-EDIT-I)    TO WS-CRP-RPT-ED-DIFF
           MOVE WS-ED-RESULT (WS-EDIT-I)  TO WS-CRP-RPT-ED-RESULT
           WRITE FD-CALLRPT-REC FROM WS-CRP-RPT-EDIT-LINE
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
               DISPLAY 'ERROR OPENING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card cross-reference for random reads.
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
               DISPLAY 'ERROR OPENING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the nonaccrual file for random reads.
      *---------------------------------------------------------------*
       0200-NONACCR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT NONACCR-FILE
           IF  NONACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING NONACCRUAL FILE'
               MOVE NONACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the recovery ledger for sequential input.
      *---------------------------------------------------------------*
       0300-RCVRLEDG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RCVRLEDG-FILE
           IF  RCVRLEDG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RECOVERY LEDGER'
               MOVE RCVRLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the balance snapshots for sequential input.
      *---------------------------------------------------------------*
       0400-BALSNAP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the user security file for sequential input.
      *---------------------------------------------------------------*
       0500-USRSEC-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT USRSEC-FILE
           IF  USRSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING USER SECURITY FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the call report history for update.
      *---------------------------------------------------------------*
       0600-CALLHST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CALLHST-FILE
           IF  CALLHST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CALL REPORT HISTORY'
               MOVE CALLHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the call report extract for output.
      *---------------------------------------------------------------*
       0700-CALLEXT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CALLEXT-FILE
           IF  CALLEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CALL REPORT EXTRACT'
               MOVE CALLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the call report for output.
      *---------------------------------------------------------------*
       0800-CALLRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CALLRPT-FILE
           IF  CALLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CALL REPORT'
               MOVE CALLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * Closes ACCOUNT-FILE.
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
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes XREF-FILE.
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
               DISPLAY 'ERROR CLOSING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes NONACCR-FILE.
      *---------------------------------------------------------------*
       9200-NONACCR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE NONACCR-FILE
           IF  NONACCR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING NONACCRUAL FILE'
               MOVE NONACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes RCVRLEDG-FILE.
      *---------------------------------------------------------------*
       9300-RCVRLEDG-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE RCVRLEDG-FILE
           IF  RCVRLEDG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING RECOVERY LEDGER'
               MOVE RCVRLEDG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes BALSNAP-FILE.
      *---------------------------------------------------------------*
       9400-BALSNAP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BALSNAP-FILE
           IF  BALSNAP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BALANCE SNAPSHOT FILE'
               MOVE BALSNAP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes USRSEC-FILE.
      *---------------------------------------------------------------*
       9500-USRSEC-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE USRSEC-FILE
           IF  USRSEC-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING USER SECURITY FILE'
               MOVE USRSEC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CALLHST-FILE.
      *---------------------------------------------------------------*
       9600-CALLHST-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CALLHST-FILE
           IF  CALLHST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CALL REPORT HISTORY'
               MOVE CALLHST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CALLEXT-FILE.
      *---------------------------------------------------------------*
       9700-CALLEXT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CALLEXT-FILE
           IF  CALLEXT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CALL REPORT EXTRACT'
               MOVE CALLEXT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CALLRPT-FILE.
      *---------------------------------------------------------------*
       9800-CALLRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CALLRPT-FILE
           IF  CALLRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CALL REPORT'
               MOVE CALLRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the report and extract are already written.
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
      * count of accounts reported and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-REPORTED-COUNT           TO BATCH-RECORD-COUNT
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
