      ******************************************************************
      * Program     : CBAGY01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Monthly collection agency placement and recall
      *               of charged-off accounts, plus the placement
      *               inventory report.
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
      * CBAGY01C - Collection Agency Placement and Recall (Batch,
      *            monthly, after CBCHG01C)
      *
      * Once CBCHG01C has written an account off, the balance
      * sits on the recovery ledger (RCVRLEDG) waiting for the
      * customer to pay. This job hands those balances to the
      * outside collection agencies on file (AGENCY, CVAGY01Y)
      * and pulls them back when the placement has to end. Every
      * placement is kept on AGYPLCMT (CVAGP01Y.cpy).
      *
      *   Pass 1 - RECALL: every open placement is pulled back,
      *     with a recall record to the agency, when
      *       B  the customer is in bankruptcy (the automatic
      *          stay, or a discharge -- CUST-BANKRUPTCY-STATUS)
      *       L  an ACTIVE legal hold covers the account or the
      *          customer (LEGALHLD, CVLGL01Y.cpy)
      *       D  the agency has reported a customer dispute
      *          (CBAGY02C remittance intake)
      *       E  the contract period has run out
      *
      *   Pass 2 - PLACE: every charged-off account whose
      *     ledger row is still open with a remainder to collect
      *     is placed, unless it is already placed or closed at
      *     an agency, is under an active legal hold, or its
      *     holder has a bankruptcy on file. Agencies take new
      *     placements in turn. An account recalled for an
      *     expired contract or a dispute is reassigned to a
      *     different agency than the one that gave it back.
      *
      *   Pass 3 - INVENTORY: the whole placement file, current
      *     and past, summarised by agency and placement vintage
      *     (the month placed): balance placed, gross collected,
      *     commission, net to the bank, and the liquidation
      *     rate (gross collected as a percentage of placed).
      *
      * The outbound placement file (AGYPLOUT, layouts below --
      * this program is its only writer) carries a header, one
      * 'P' record per placement and one 'R' per recall, each
      * naming its agency, and a trailer count and amount hash.
      *
      * Files accessed:
      *   ACCTFILE  - Account master (KSDS, sequential read)
      *   RCVRLEDG  - Recovery ledger (KSDS, random read)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   LEGALHLD  - Legal holds (KSDS, random read;
      *               tolerated missing)
      *   AGENCY    - Collection agencies (KSDS, sequential read)
      *   AGYPLCMT  - Agency placements (KSDS, DYNAMIC I-O)
      *   AGYPLOUT  - Outbound placement/recall file (300,
      *               output)
      *   AGYRPT    - Placement/recall and inventory report
      *               (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date stamped on placements and recalls.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBAGY01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT RCVRLEDG-FILE ASSIGN TO RCVRLEDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-RCV-ACCT-ID
                  FILE STATUS  IS RCVRLEDG-STATUS.

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

      * LEGALHLD: litigation holds (CVLGL01Y.cpy). A held
      * account is neither placed nor left with an agency.
           SELECT LEGALHLD-FILE ASSIGN TO LEGALHLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-KEY
                  FILE STATUS  IS LEGALHLD-STATUS.

           SELECT AGENCY-FILE ASSIGN TO AGENCY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AGY-ID
                  FILE STATUS  IS AGENCY-STATUS.

      * AGYPLCMT: browsed and rewritten by the recall and
      * inventory passes, keyed reads and WRITEs in the
      * placement pass -- DYNAMIC serves all three
           SELECT AGYPLCMT-FILE ASSIGN TO AGYPLCMT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AGP-KEY
                  FILE STATUS  IS AGYPLCMT-STATUS.

           SELECT AGYPLOUT-FILE ASSIGN TO AGYPLOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYPLOUT-STATUS.

           SELECT AGYRPT-FILE ASSIGN TO AGYRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS AGYRPT-STATUS.

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

      * FD for the recovery ledger VSAM (80 bytes)
       FD  RCVRLEDG-FILE.
       01  FD-RCVRLEDG-REC.
           05 FD-RCV-ACCT-ID                    PIC 9(11).
           05 FD-RCV-DATA                       PIC X(69).

      * FD for card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTDAT-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the legal hold VSAM (100 bytes)
       FD  LEGALHLD-FILE.
       01  FD-LEGALHLD-REC.
           05 FD-LGL-KEY                        PIC X(12).
           05 FD-LGL-DATA                       PIC X(88).

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

      * FD for the outbound placement/recall file (300 bytes)
       FD  AGYPLOUT-FILE.
       01  FD-AGYPLOUT-REC                      PIC X(300).

      * FD for the placement report (132-byte print)
       FD  AGYRPT-FILE.
       01  FD-AGYRPT-REC                        PIC X(132).

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

      * CVRCV01Y: 80-byte recovery ledger record
       COPY CVRCV01Y.
       01  RCVRLEDG-STATUS.
           05  RCVRLEDG-STAT1      PIC X.
           05  RCVRLEDG-STAT2      PIC X.

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

      * CVLGL01Y: 100-byte legal hold record
       COPY CVLGL01Y.
       01  LEGALHLD-STATUS.
           05  LEGALHLD-STAT1      PIC X.
           05  LEGALHLD-STAT2      PIC X.
      * Whether the legal hold file opened -- a site without one
      * has no holds to honor
       01  WS-LEGALHLD-AVAILABLE   PIC X(01) VALUE 'N'.
      * Set by 5100-CHECK-LEGAL-HOLD: 'Y' when an ACTIVE hold
      * covers the entity keyed in LGL-KEY
       01  WS-HOLD-FLAG            PIC X(01) VALUE 'N'.
      * Entity ID staged numerically so a 9-digit customer ID
      * zero-pads into the 11-digit key slot
       01  WS-HOLD-ENT-ID-N        PIC 9(11) VALUE 0.

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

       01  AGYPLOUT-STATUS.
           05  AGYPLOUT-STAT1      PIC X.
           05  AGYPLOUT-STAT2      PIC X.

       01  AGYRPT-STATUS.
           05  AGYRPT-STAT1        PIC X.
           05  AGYRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBAGY01C'.
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

      * End-of-file flags for the account pass, the agency load
      * and the placement browses
       01  END-OF-FILE             PIC X(01)    VALUE 'N'.
       01  WS-AGENCY-EOF           PIC X(01)    VALUE 'N'.
       01  WS-AGP-EOF              PIC X(01)    VALUE 'N'.
       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

      *****************************************************************
      * Outbound placement/recall layouts (300 bytes). Byte 1
      * carries the record type:
      *   'H' header  - file date and originator
      *   'P' placement - the account and who to collect from
      *   'R' recall  - stop working the account
      *   'T' trailer - record count and amount hash (sum of
      *                 placed balances in cents)
       01  AGYPLOUT-RECORD                      PIC X(300).
       01  AGYPLOUT-HEADER-REC REDEFINES AGYPLOUT-RECORD.
           05 APH-REC-TYPE              PIC X(01).
           05 APH-FILE-DATE             PIC X(10).
           05 APH-ORIGIN                PIC X(08).
           05 FILLER                    PIC X(281).
       01  AGYPLOUT-PLACE-REC REDEFINES AGYPLOUT-RECORD.
           05 APP-REC-TYPE              PIC X(01).
           05 APP-AGENCY-ID             PIC X(04).
           05 APP-ACCT-ID               PIC 9(11).
           05 APP-PLACEMENT-SEQ         PIC 9(02).
           05 APP-CUST-ID               PIC 9(09).
           05 APP-FIRST-NAME            PIC X(25).
           05 APP-LAST-NAME             PIC X(25).
           05 APP-ADDR-LINE-1           PIC X(50).
           05 APP-ADDR-LINE-2           PIC X(50).
           05 APP-ADDR-LINE-3           PIC X(50).
           05 APP-ADDR-STATE-CD         PIC X(02).
           05 APP-ADDR-ZIP              PIC X(10).
           05 APP-PHONE-NUM             PIC X(15).
           05 APP-SSN                   PIC 9(09).
           05 APP-CHARGEOFF-DATE        PIC X(10).
           05 APP-PLACED-BAL            PIC 9(10)V99.
           05 APP-RECALL-DUE-DATE       PIC X(10).
           05 FILLER                    PIC X(05).
       01  AGYPLOUT-RECALL-REC REDEFINES AGYPLOUT-RECORD.
           05 APR-REC-TYPE              PIC X(01).
           05 APR-AGENCY-ID             PIC X(04).
           05 APR-ACCT-ID               PIC 9(11).
           05 APR-PLACEMENT-SEQ         PIC 9(02).
           05 APR-RECALL-DATE           PIC X(10).
           05 APR-RECALL-REASON         PIC X(01).
           05 FILLER                    PIC X(271).
       01  AGYPLOUT-TRAILER-REC REDEFINES AGYPLOUT-RECORD.
           05 APT-REC-TYPE              PIC X(01).
           05 APT-RECORD-COUNT          PIC 9(09).
           05 APT-AMOUNT-HASH           PIC 9(15).
           05 FILLER                    PIC X(275).

      * Active agencies, loaded once from AGENCY. New
      * placements go round the table in turn (WS-AGY-NEXT).
       01 WS-AGENCY-TABLE.
           05 WS-AGY-COUNT              PIC S9(04) COMP VALUE 0.
           05 WS-AGY-NEXT               PIC S9(04) COMP VALUE 0.
           05 WS-AGY-ENTRY OCCURS 50 TIMES.
              10 WS-AGY-T-ID            PIC X(04).
              10 WS-AGY-T-DAYS          PIC 9(03).
       01 WS-AGY-I                      PIC S9(04) COMP VALUE 0.
       01 WS-AGY-TRIES                  PIC S9(04) COMP VALUE 0.

      * Inventory accumulators by agency + vintage (YYYY-MM
      * placed), kept in key order as entries are added
       01 WS-INV-TABLE.
           05 WS-INV-COUNT              PIC S9(04) COMP VALUE 0.
           05 WS-INV-ENTRY OCCURS 600 TIMES.
              10 WS-INV-KEY.
                 15 WS-INV-AGENCY       PIC X(04).
                 15 WS-INV-VINTAGE      PIC X(07).
              10 WS-INV-PLACED-CNT      PIC 9(07).
              10 WS-INV-OPEN-CNT        PIC 9(07).
              10 WS-INV-PLACED-BAL      PIC S9(11)V99.
              10 WS-INV-GROSS           PIC S9(11)V99.
              10 WS-INV-COMMISSION      PIC S9(11)V99.
       01 WS-INV-I                      PIC S9(04) COMP VALUE 0.
       01 WS-INV-J                      PIC S9(04) COMP VALUE 0.
       01 WS-INV-FOUND                  PIC X(01) VALUE 'N'.
       01 WS-INV-NEW-KEY.
           05 WS-INV-NEW-AGENCY         PIC X(04).
           05 WS-INV-NEW-VINTAGE        PIC X(07).

      * Run controls
       01 WS-MISC-VARS.
           05 WS-RUN-DATE-INT           PIC S9(09) COMP VALUE 0.
           05 WS-DATE-YMD-9             PIC 9(08) VALUE 0.
           05 WS-DATE-YMD-X             REDEFINES WS-DATE-YMD-9.
              10 WS-DATE-YYYY           PIC X(04).
              10 WS-DATE-MM             PIC X(02).
              10 WS-DATE-DD             PIC X(02).
           05 WS-RECALL-REASON          PIC X(01) VALUE SPACE.
           05 WS-PLACE-SKIP             PIC X(01) VALUE 'N'.
           05 WS-OPEN-AMT               PIC S9(10)V99 VALUE 0.
      * The account's latest placement, found by 3100
           05 WS-LAST-SEQ               PIC 9(02) VALUE 0.
           05 WS-LAST-STATUS            PIC X(01) VALUE SPACE.
           05 WS-LAST-AGENCY            PIC X(04) VALUE SPACES.
           05 WS-LAST-REASON            PIC X(01) VALUE SPACE.
      * Agency the account may not go back to, and the one
      * chosen for it
           05 WS-EXCLUDE-AGENCY         PIC X(04) VALUE SPACES.
           05 WS-CHOSEN-AGY-I           PIC S9(04) COMP VALUE 0.
           05 WS-LIQ-PCT                PIC 9(03)V99 VALUE 0.
           05 WS-NET-AMT                PIC S9(11)V99 VALUE 0.

       01 WS-COUNTERS.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-CHARGED-OFF-COUNT      PIC 9(09) VALUE 0.
           05 WS-PLACED-COUNT           PIC 9(09) VALUE 0.
           05 WS-PLACED-AMT             PIC S9(11)V99 VALUE 0.
           05 WS-REASSIGNED-COUNT       PIC 9(09) VALUE 0.
           05 WS-RECALLED-COUNT         PIC 9(09) VALUE 0.
           05 WS-HELD-COUNT             PIC 9(09) VALUE 0.
           05 WS-BANKRUPT-COUNT         PIC 9(09) VALUE 0.
           05 WS-NO-AGENCY-COUNT        PIC 9(09) VALUE 0.
           05 WS-OUT-COUNT              PIC 9(09) VALUE 0.
           05 WS-OUT-HASH               PIC 9(15) VALUE 0.
           05 WS-TOT-PLACED-CNT         PIC 9(09) VALUE 0.
           05 WS-TOT-OPEN-CNT           PIC 9(09) VALUE 0.
           05 WS-TOT-PLACED-BAL         PIC S9(11)V99 VALUE 0.
           05 WS-TOT-GROSS              PIC S9(11)V99 VALUE 0.
           05 WS-TOT-COMMISSION         PIC S9(11)V99 VALUE 0.

      * Placement report lines (sole-writer convention)
       01 WS-AGY-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'COLLECTION AGENCY PLACEMENT REPORT'.
           05 FILLER                    PIC X(12)
                   VALUE 'RUN DATE : '.
           05 WS-AGY-RPT-RUN-DATE       PIC X(10).
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-AGY-RPT-SECTION.
           05 WS-AGY-RPT-SECTION-TXT    PIC X(50).
           05 FILLER                    PIC X(82) VALUE SPACES.
       01 WS-AGY-RPT-ACTION-LINE.
           05 FILLER                    PIC X(09)
                   VALUE 'ACCOUNT '.
           05 WS-AGY-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(09)
                   VALUE '  AGENCY '.
           05 WS-AGY-RPT-AGENCY         PIC X(04).
           05 FILLER                    PIC X(08)
                   VALUE '  BAL  '.
           05 WS-AGY-RPT-AMT            PIC -(10)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AGY-RPT-NOTE           PIC X(40).
           05 FILLER                    PIC X(35) VALUE SPACES.
       01 WS-AGY-RPT-INV-HEAD.
           05 FILLER                    PIC X(132) VALUE
              'AGCY VINTAGE  PLACED   OPEN     BALANCE PLACED    GROSS
      -       ' COLLECTED      COMMISSION    NET TO BANK  LIQ PCT'.
       01 WS-AGY-RPT-INV-LINE.
           05 WS-AGY-RPT-INV-AGENCY     PIC X(04).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-VINTAGE    PIC X(07).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-PLACED     PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-OPEN       PIC Z(06)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-BAL        PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-GROSS      PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-COMM       PIC -(11)9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-AGY-RPT-INV-NET        PIC -(11)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-AGY-RPT-INV-LIQ        PIC ZZ9.99.
           05 FILLER                    PIC X(20) VALUE SPACES.
       01 WS-AGY-RPT-TOTAL-LINE.
           05 WS-AGY-RPT-TOT-LABEL      PIC X(30).
           05 WS-AGY-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(09)
                   VALUE '  AMOUNT '.
           05 WS-AGY-RPT-TOT-AMT        PIC -(11)9.99.
           05 FILLER                    PIC X(70) VALUE SPACES.
       01 WS-AGY-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date of the run,
      * YYYY-MM-DD, same interface as CBCHG01C
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: load agencies, recall, place, inventory.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBAGY01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-RCVRLEDG-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTDAT-OPEN.
           PERFORM 0350-LEGALHLD-OPEN.
           PERFORM 0400-AGENCY-OPEN.
           PERFORM 0500-AGYPLCMT-OPEN.
           PERFORM 0600-AGYPLOUT-OPEN.
           PERFORM 0700-AGYRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE(1:4) TO WS-DATE-YYYY
           MOVE PARM-DATE(6:2) TO WS-DATE-MM
           MOVE PARM-DATE(9:2) TO WS-DATE-DD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)

           PERFORM 1000-LOAD-NEXT-AGENCY
              UNTIL WS-AGENCY-EOF = 'Y'.
           IF  WS-AGY-COUNT = 0
               DISPLAY 'NO ACTIVE COLLECTION AGENCIES - NOTHING PLACED'
           END-IF

           MOVE PARM-DATE TO WS-AGY-RPT-RUN-DATE
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-HEADER
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-BLANK

           MOVE SPACES        TO AGYPLOUT-RECORD
           MOVE 'H'           TO APH-REC-TYPE
           MOVE PARM-DATE     TO APH-FILE-DATE
           MOVE 'CARDDEMO'    TO APH-ORIGIN
           PERFORM 4000-WRITE-AGYPLOUT

      * Pass 1: recall what can no longer stay placed
           MOVE 'RECALLS THIS RUN' TO WS-AGY-RPT-SECTION-TXT
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-SECTION
           MOVE LOW-VALUES TO FD-AGP-KEY
           PERFORM 2900-AGYPLCMT-START
           PERFORM 2000-RECALL-NEXT-PLACEMENT
              THRU 2000-RECALL-NEXT-PLACEMENT-EXIT
              UNTIL WS-AGP-EOF = 'Y'.
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-BLANK

      * Pass 2: place and reassign charged-off accounts
           MOVE 'PLACEMENTS THIS RUN' TO WS-AGY-RPT-SECTION-TXT
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-SECTION
           PERFORM 3000-PLACE-NEXT-ACCOUNT
              THRU 3000-PLACE-NEXT-ACCOUNT-EXIT
              UNTIL END-OF-FILE = 'Y'.
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-BLANK

           MOVE SPACES           TO AGYPLOUT-RECORD
           MOVE 'T'              TO APT-REC-TYPE
           MOVE WS-OUT-COUNT     TO APT-RECORD-COUNT
           MOVE WS-OUT-HASH      TO APT-AMOUNT-HASH
           PERFORM 4000-WRITE-AGYPLOUT

      * Pass 3: inventory by agency and vintage
           MOVE 'PLACEMENT INVENTORY BY AGENCY AND VINTAGE'
                                  TO WS-AGY-RPT-SECTION-TXT
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-SECTION
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-INV-HEAD
           MOVE 'N' TO WS-AGP-EOF
           MOVE LOW-VALUES TO FD-AGP-KEY
           PERFORM 2900-AGYPLCMT-START
           PERFORM 5000-ACCUMULATE-NEXT
              THRU 5000-ACCUMULATE-NEXT-EXIT
              UNTIL WS-AGP-EOF = 'Y'.
           PERFORM 5500-PRINT-INVENTORY-LINE
              VARYING WS-INV-I FROM 1 BY 1
              UNTIL WS-INV-I > WS-INV-COUNT.
           PERFORM 5600-PRINT-TOTALS.

           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-RCVRLEDG-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTDAT-CLOSE.
           PERFORM 9350-LEGALHLD-CLOSE.
           PERFORM 9400-AGENCY-CLOSE.
           PERFORM 9500-AGYPLCMT-CLOSE.
           PERFORM 9600-AGYPLOUT-CLOSE.
           PERFORM 9700-AGYRPT-CLOSE.

           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'CHARGED-OFF ACCOUNTS   :' WS-CHARGED-OFF-COUNT
           DISPLAY 'PLACEMENTS RECALLED    :' WS-RECALLED-COUNT
           DISPLAY 'ACCOUNTS PLACED        :' WS-PLACED-COUNT
           DISPLAY '  OF WHICH REASSIGNED  :' WS-REASSIGNED-COUNT
           DISPLAY 'HELD - LEGAL HOLD      :' WS-HELD-COUNT
           DISPLAY 'HELD - BANKRUPTCY      :' WS-BANKRUPT-COUNT
           DISPLAY 'NO AGENCY AVAILABLE    :' WS-NO-AGENCY-COUNT

           IF WS-NO-AGENCY-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBAGY01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads the next agency; only ACTIVE agencies go into the
      * rotation table.
      *---------------------------------------------------------------*
       1000-LOAD-NEXT-AGENCY.
           READ AGENCY-FILE INTO AGENCY-RECORD
           IF  AGENCY-STATUS = '10'
               MOVE 'Y' TO WS-AGENCY-EOF
           ELSE
               IF  AGENCY-STATUS NOT = '00'
                   DISPLAY 'ERROR READING AGENCY FILE'
                   MOVE AGENCY-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  AGY-ACTIVE
                   IF  WS-AGY-COUNT < 50
                       ADD 1 TO WS-AGY-COUNT
                       MOVE AGY-ID            TO
                            WS-AGY-T-ID(WS-AGY-COUNT)
                       MOVE AGY-CONTRACT-DAYS TO
                            WS-AGY-T-DAYS(WS-AGY-COUNT)
                   ELSE
                       DISPLAY 'AGENCY TABLE FULL - SKIPPED ' AGY-ID
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Recall pass, one placement: an open placement is pulled
      * back for the first reason that applies -- bankruptcy and
      * legal hold first, they bar collection outright, then a
      * dispute, then the end of the contract period.
      *---------------------------------------------------------------*
       2000-RECALL-NEXT-PLACEMENT.
           PERFORM 2950-AGYPLCMT-READ-NEXT
           IF  WS-AGP-EOF = 'Y'
               OR NOT AGP-STATUS-PLACED
               GO TO 2000-RECALL-NEXT-PLACEMENT-EXIT
           END-IF

           MOVE SPACE TO WS-RECALL-REASON
           PERFORM 2100-GET-ACCOUNT-HOLDER
           IF  CUSTDAT-STATUS = '00'
               AND NOT CUST-BKR-NONE
               MOVE 'B' TO WS-RECALL-REASON
           END-IF
           IF  WS-RECALL-REASON = SPACE
               PERFORM 2200-CHECK-HOLDS
               IF  WS-HOLD-FLAG = 'Y'
                   MOVE 'L' TO WS-RECALL-REASON
               END-IF
           END-IF
           IF  WS-RECALL-REASON = SPACE
               AND AGP-DISPUTED
               MOVE 'D' TO WS-RECALL-REASON
           END-IF
           IF  WS-RECALL-REASON = SPACE
               AND PARM-DATE NOT < AGP-RECALL-DUE-DATE
               MOVE 'E' TO WS-RECALL-REASON
           END-IF
           IF  WS-RECALL-REASON = SPACE
               GO TO 2000-RECALL-NEXT-PLACEMENT-EXIT
           END-IF

           SET AGP-STATUS-RECALLED TO TRUE
           MOVE PARM-DATE          TO AGP-RECALL-DATE
           MOVE WS-RECALL-REASON   TO AGP-RECALL-REASON
           REWRITE FD-AGYPLCMT-REC FROM AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING AGENCY PLACEMENT'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           MOVE SPACES             TO AGYPLOUT-RECORD
           MOVE 'R'                TO APR-REC-TYPE
           MOVE AGP-AGENCY-ID      TO APR-AGENCY-ID
           MOVE AGP-ACCT-ID        TO APR-ACCT-ID
           MOVE AGP-PLACEMENT-SEQ  TO APR-PLACEMENT-SEQ
           MOVE PARM-DATE          TO APR-RECALL-DATE
           MOVE WS-RECALL-REASON   TO APR-RECALL-REASON
           PERFORM 4000-WRITE-AGYPLOUT
           ADD 1 TO WS-OUT-COUNT
           ADD 1 TO WS-RECALLED-COUNT

           MOVE AGP-ACCT-ID        TO WS-AGY-RPT-ACCT
           MOVE AGP-AGENCY-ID      TO WS-AGY-RPT-AGENCY
           COMPUTE WS-AGY-RPT-AMT =
              AGP-PLACED-BAL - AGP-GROSS-COLLECTED
           EVALUATE TRUE
               WHEN AGP-RECALL-BANKRUPTCY
                   MOVE 'RECALLED - BANKRUPTCY'   TO WS-AGY-RPT-NOTE
               WHEN AGP-RECALL-LEGAL-HOLD
                   MOVE 'RECALLED - LEGAL HOLD'   TO WS-AGY-RPT-NOTE
               WHEN AGP-RECALL-DISPUTE
                   MOVE 'RECALLED - CUSTOMER DISPUTE'
                                                  TO WS-AGY-RPT-NOTE
               WHEN OTHER
                   MOVE 'RECALLED - CONTRACT PERIOD ENDED'
                                                  TO WS-AGY-RPT-NOTE
           END-EVALUATE
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-ACTION-LINE
           .
       2000-RECALL-NEXT-PLACEMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Finds the holder of the account in AGP-ACCT-ID through
      * the cross-reference and reads the customer. A missing
      * link leaves CUSTDAT-STATUS not '00' and the customer
      * checks simply do not fire.
      *---------------------------------------------------------------*
       2100-GET-ACCOUNT-HOLDER.
           MOVE '23' TO CUSTDAT-STATUS
           MOVE AGP-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE ZEROS TO XREF-CUST-ID
           END-READ
           IF  XREFFILE-STATUS = '00'
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      CONTINUE
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-HOLD-FLAG when an ACTIVE legal hold covers the
      * account in AGP-ACCT-ID or, when the holder is known,
      * the customer.
      *---------------------------------------------------------------*
       2200-CHECK-HOLDS.
           MOVE 'A'         TO LGL-ENTITY-TYPE
           MOVE AGP-ACCT-ID TO WS-HOLD-ENT-ID-N
           PERFORM 5100-CHECK-LEGAL-HOLD
           IF  WS-HOLD-FLAG = 'N'
               AND XREFFILE-STATUS = '00'
               MOVE 'C'          TO LGL-ENTITY-TYPE
               MOVE XREF-CUST-ID TO WS-HOLD-ENT-ID-N
               PERFORM 5100-CHECK-LEGAL-HOLD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Positions the placement browse at FD-AGP-KEY. An empty
      * file (or nothing at or past the key) ends the browse.
      *---------------------------------------------------------------*
       2900-AGYPLCMT-START.
           MOVE 'N' TO WS-AGP-EOF
           START AGYPLCMT-FILE KEY NOT < FD-AGP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-AGP-EOF
           END-START
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next placement in key order.
      *---------------------------------------------------------------*
       2950-AGYPLCMT-READ-NEXT.
           IF  WS-AGP-EOF = 'N'
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
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Placement pass, one account: a charged-off account with
      * an open ledger remainder, not placed or closed at an
      * agency, under no legal hold and with no bankruptcy on
      * file, goes to the next agency in turn.
      *---------------------------------------------------------------*
       3000-PLACE-NEXT-ACCOUNT.
           PERFORM 1100-ACCTFILE-GET-NEXT
           IF  END-OF-FILE = 'Y'
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCT-COUNT
           IF  NOT ACCT-IS-CHARGED-OFF
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-CHARGED-OFF-COUNT

           MOVE ACCT-ID TO FD-RCV-ACCT-ID
           READ RCVRLEDG-FILE INTO RECOVERY-LEDGER-RECORD
               INVALID KEY
                  GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-READ
           COMPUTE WS-OPEN-AMT = RCV-ORIG-BAL - RCV-RECOVERED-AMT
           IF  NOT RCV-STATUS-OPEN
               OR WS-OPEN-AMT NOT > ZERO
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF

           PERFORM 3100-FIND-LATEST-PLACEMENT
           IF  WS-LAST-STATUS = 'P' OR 'C'
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF
           IF  WS-LAST-SEQ = 99
               DISPLAY 'PLACEMENT SEQUENCE EXHAUSTED A/C ' ACCT-ID
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF

           MOVE ACCT-ID TO AGP-ACCT-ID
           PERFORM 2100-GET-ACCOUNT-HOLDER
           IF  CUSTDAT-STATUS NOT = '00'
               DISPLAY 'NO ACCOUNT HOLDER ON FILE A/C ' ACCT-ID
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF
           IF  NOT CUST-BKR-NONE
               ADD 1 TO WS-BANKRUPT-COUNT
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF
           PERFORM 2200-CHECK-HOLDS
           IF  WS-HOLD-FLAG = 'Y'
               ADD 1 TO WS-HELD-COUNT
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF

      * An account given back for an expired contract or a
      * dispute goes to someone else this time
           MOVE SPACES TO WS-EXCLUDE-AGENCY
           IF  WS-LAST-STATUS = 'R'
               AND (WS-LAST-REASON = 'E' OR 'D')
               MOVE WS-LAST-AGENCY TO WS-EXCLUDE-AGENCY
           END-IF
           PERFORM 3200-SELECT-AGENCY
           IF  WS-CHOSEN-AGY-I = 0
               ADD 1 TO WS-NO-AGENCY-COUNT
               MOVE ACCT-ID         TO WS-AGY-RPT-ACCT
               MOVE SPACES          TO WS-AGY-RPT-AGENCY
               MOVE WS-OPEN-AMT     TO WS-AGY-RPT-AMT
               MOVE 'NOT PLACED - NO OTHER AGENCY AVAILABLE'
                                    TO WS-AGY-RPT-NOTE
               WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-ACTION-LINE
               GO TO 3000-PLACE-NEXT-ACCOUNT-EXIT
           END-IF

           PERFORM 3300-WRITE-PLACEMENT
           PERFORM 3400-WRITE-PLACEMENT-OUT

           ADD 1 TO WS-PLACED-COUNT
           ADD WS-OPEN-AMT TO WS-PLACED-AMT
           MOVE ACCT-ID         TO WS-AGY-RPT-ACCT
           MOVE AGP-AGENCY-ID   TO WS-AGY-RPT-AGENCY
           MOVE WS-OPEN-AMT     TO WS-AGY-RPT-AMT
           IF  WS-LAST-STATUS = 'R'
               ADD 1 TO WS-REASSIGNED-COUNT
               STRING 'REASSIGNED FROM ' WS-LAST-AGENCY
                      DELIMITED BY SIZE
                 INTO WS-AGY-RPT-NOTE
               END-STRING
           ELSE
               MOVE 'PLACED' TO WS-AGY-RPT-NOTE
           END-IF
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-ACTION-LINE
           .
       3000-PLACE-NEXT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Finds the account's latest placement: browses its key
      * range and keeps the last row seen. No placement leaves
      * sequence zero and a blank status.
      *---------------------------------------------------------------*
       3100-FIND-LATEST-PLACEMENT.
           MOVE 0      TO WS-LAST-SEQ
           MOVE SPACE  TO WS-LAST-STATUS
           MOVE SPACES TO WS-LAST-AGENCY
           MOVE SPACE  TO WS-LAST-REASON
           MOVE ACCT-ID TO AGP-ACCT-ID
           MOVE 0       TO AGP-PLACEMENT-SEQ
           MOVE AGP-KEY TO FD-AGP-KEY
           PERFORM 2900-AGYPLCMT-START
           PERFORM 3150-NEXT-ACCOUNT-PLACEMENT
              UNTIL WS-AGP-EOF = 'Y'
           EXIT.
       3150-NEXT-ACCOUNT-PLACEMENT.
           PERFORM 2950-AGYPLCMT-READ-NEXT
           IF  WS-AGP-EOF = 'N'
               IF  AGP-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-AGP-EOF
               ELSE
                   MOVE AGP-PLACEMENT-SEQ TO WS-LAST-SEQ
                   MOVE AGP-STATUS        TO WS-LAST-STATUS
                   MOVE AGP-AGENCY-ID     TO WS-LAST-AGENCY
                   MOVE AGP-RECALL-REASON TO WS-LAST-REASON
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Picks the next agency in turn, passing over the one in
      * WS-EXCLUDE-AGENCY. Sets WS-CHOSEN-AGY-I, zero when no
      * agency can take the account.
      *---------------------------------------------------------------*
       3200-SELECT-AGENCY.
           MOVE 0 TO WS-CHOSEN-AGY-I
           MOVE 0 TO WS-AGY-TRIES
           PERFORM 3250-TRY-NEXT-AGENCY
              UNTIL WS-CHOSEN-AGY-I > 0
                 OR WS-AGY-TRIES NOT < WS-AGY-COUNT
           EXIT.
       3250-TRY-NEXT-AGENCY.
           ADD 1 TO WS-AGY-TRIES
           ADD 1 TO WS-AGY-NEXT
           IF  WS-AGY-NEXT > WS-AGY-COUNT
               MOVE 1 TO WS-AGY-NEXT
           END-IF
           IF  WS-AGY-T-ID(WS-AGY-NEXT) NOT = WS-EXCLUDE-AGENCY
               MOVE WS-AGY-NEXT TO WS-CHOSEN-AGY-I
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the new placement, next sequence for the account.
      * The contract period runs from the run date.
      *---------------------------------------------------------------*
       3300-WRITE-PLACEMENT.
           INITIALIZE AGENCY-PLACEMENT-RECORD
           MOVE ACCT-ID            TO AGP-ACCT-ID
           COMPUTE AGP-PLACEMENT-SEQ = WS-LAST-SEQ + 1
           MOVE WS-AGY-T-ID(WS-CHOSEN-AGY-I) TO AGP-AGENCY-ID
           SET AGP-STATUS-PLACED   TO TRUE
           MOVE PARM-DATE          TO AGP-PLACED-DATE
           COMPUTE WS-DATE-YMD-9 = FUNCTION DATE-OF-INTEGER
              (WS-RUN-DATE-INT + WS-AGY-T-DAYS(WS-CHOSEN-AGY-I))
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
             INTO AGP-RECALL-DUE-DATE
           END-STRING
           MOVE WS-OPEN-AMT        TO AGP-PLACED-BAL
           MOVE ZERO               TO AGP-GROSS-COLLECTED
           MOVE ZERO               TO AGP-COMMISSION-AMT
           MOVE SPACES             TO AGP-LAST-REMIT-DATE
           SET AGP-NOT-DISPUTED    TO TRUE
           MOVE SPACES             TO AGP-DISPUTE-DATE
           MOVE SPACES             TO AGP-RECALL-DATE
           MOVE SPACE              TO AGP-RECALL-REASON

           MOVE AGP-KEY TO FD-AGP-KEY
           WRITE FD-AGYPLCMT-REC FROM AGENCY-PLACEMENT-RECORD
           IF  AGYPLCMT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT'
               MOVE AGYPLCMT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the outbound placement record for the agency:
      * who owes, where to find them, and how much.
      *---------------------------------------------------------------*
       3400-WRITE-PLACEMENT-OUT.
           MOVE SPACES                TO AGYPLOUT-RECORD
           MOVE 'P'                   TO APP-REC-TYPE
           MOVE AGP-AGENCY-ID         TO APP-AGENCY-ID
           MOVE AGP-ACCT-ID           TO APP-ACCT-ID
           MOVE AGP-PLACEMENT-SEQ     TO APP-PLACEMENT-SEQ
           MOVE CUST-ID               TO APP-CUST-ID
           MOVE CUST-FIRST-NAME       TO APP-FIRST-NAME
           MOVE CUST-LAST-NAME        TO APP-LAST-NAME
           MOVE CUST-ADDR-LINE-1      TO APP-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2      TO APP-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3      TO APP-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD    TO APP-ADDR-STATE-CD
           MOVE CUST-ADDR-ZIP         TO APP-ADDR-ZIP
           MOVE CUST-PHONE-NUM-1      TO APP-PHONE-NUM
           MOVE CUST-SSN              TO APP-SSN
           MOVE RCV-CHARGEOFF-DATE    TO APP-CHARGEOFF-DATE
           MOVE AGP-PLACED-BAL        TO APP-PLACED-BAL
           MOVE AGP-RECALL-DUE-DATE   TO APP-RECALL-DUE-DATE
           PERFORM 4000-WRITE-AGYPLOUT
           ADD 1 TO WS-OUT-COUNT
           COMPUTE WS-OUT-HASH = WS-OUT-HASH + (AGP-PLACED-BAL * 100)
           EXIT.
      *---------------------------------------------------------------*
      * Writes one outbound record. Abends on failure -- a
      * placement the agency never hears about must not stand.
      *---------------------------------------------------------------*
       4000-WRITE-AGYPLOUT.
           WRITE FD-AGYPLOUT-REC FROM AGYPLOUT-RECORD
           IF  AGYPLOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING AGENCY PLACEMENT FILE'
               MOVE AGYPLOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Inventory pass, one placement: adds it into its agency +
      * vintage bucket, opening the bucket in key order if this
      * is its first placement.
      *---------------------------------------------------------------*
       5000-ACCUMULATE-NEXT.
           PERFORM 2950-AGYPLCMT-READ-NEXT
           IF  WS-AGP-EOF = 'Y'
               GO TO 5000-ACCUMULATE-NEXT-EXIT
           END-IF
           MOVE AGP-AGENCY-ID         TO WS-INV-NEW-AGENCY
           MOVE AGP-PLACED-DATE(1:7)  TO WS-INV-NEW-VINTAGE
           MOVE 'N' TO WS-INV-FOUND
           PERFORM 5050-FIND-INV-SLOT
              VARYING WS-INV-I FROM 1 BY 1
              UNTIL WS-INV-I > WS-INV-COUNT
                 OR WS-INV-FOUND = 'Y'
           IF  WS-INV-FOUND = 'Y'
               SUBTRACT 1 FROM WS-INV-I
               IF  WS-INV-KEY(WS-INV-I) NOT = WS-INV-NEW-KEY
                   MOVE 'N' TO WS-INV-FOUND
               END-IF
           END-IF
      * Not found, or found only the first larger key: open a
      * bucket at WS-INV-I, shifting the rest up
           IF  WS-INV-FOUND = 'N'
               IF  WS-INV-COUNT NOT < 600
                   DISPLAY 'INVENTORY TABLE FULL - ' WS-INV-NEW-KEY
                   GO TO 5000-ACCUMULATE-NEXT-EXIT
               END-IF
               PERFORM 5060-SHIFT-INV-ENTRY
                  VARYING WS-INV-J FROM WS-INV-COUNT BY -1
                  UNTIL WS-INV-J < WS-INV-I
               ADD 1 TO WS-INV-COUNT
               MOVE WS-INV-NEW-KEY TO WS-INV-KEY(WS-INV-I)
               MOVE 0 TO WS-INV-PLACED-CNT(WS-INV-I)
                         WS-INV-OPEN-CNT(WS-INV-I)
                         WS-INV-PLACED-BAL(WS-INV-I)
                         WS-INV-GROSS(WS-INV-I)
                         WS-INV-COMMISSION(WS-INV-I)
           END-IF
           ADD 1 TO WS-INV-PLACED-CNT(WS-INV-I)
           IF  AGP-STATUS-PLACED
               ADD 1 TO WS-INV-OPEN-CNT(WS-INV-I)
           END-IF
           ADD AGP-PLACED-BAL      TO WS-INV-PLACED-BAL(WS-INV-I)
           ADD AGP-GROSS-COLLECTED TO WS-INV-GROSS(WS-INV-I)
           ADD AGP-COMMISSION-AMT  TO WS-INV-COMMISSION(WS-INV-I)
           .
       5000-ACCUMULATE-NEXT-EXIT.
           EXIT.
      * Stops at the first bucket whose key is not below the
      * new key (the loop's VARYING steps one past it)
       5050-FIND-INV-SLOT.
           IF  WS-INV-KEY(WS-INV-I) NOT < WS-INV-NEW-KEY
               MOVE 'Y' TO WS-INV-FOUND
           END-IF
           EXIT.
       5060-SHIFT-INV-ENTRY.
           MOVE WS-INV-ENTRY(WS-INV-J) TO WS-INV-ENTRY(WS-INV-J + 1)
           EXIT.
      *---------------------------------------------------------------*
      * Reads LEGALHLD for the entity keyed in LGL-ENTITY-TYPE
      * and WS-HOLD-ENT-ID-N, setting WS-HOLD-FLAG when an
      * ACTIVE hold covers it. A RELEASED record confers
      * nothing; no file means no holds.
      *---------------------------------------------------------------*
       5100-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-FLAG
           IF WS-LEGALHLD-AVAILABLE = 'Y'
              MOVE WS-HOLD-ENT-ID-N TO LGL-ENTITY-ID
              MOVE LGL-KEY          TO FD-LGL-KEY
              READ LEGALHLD-FILE INTO LEGAL-HOLD-RECORD
                 INVALID KEY
                    CONTINUE
              END-READ
              IF LEGALHLD-STATUS = '00' AND LGL-HOLD-ACTIVE
                 MOVE 'Y' TO WS-HOLD-FLAG
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints one agency + vintage bucket: what was placed,
      * what came back, and the liquidation rate.
      *---------------------------------------------------------------*
       5500-PRINT-INVENTORY-LINE.
           MOVE WS-INV-AGENCY(WS-INV-I)     TO WS-AGY-RPT-INV-AGENCY
           MOVE WS-INV-VINTAGE(WS-INV-I)    TO WS-AGY-RPT-INV-VINTAGE
           MOVE WS-INV-PLACED-CNT(WS-INV-I) TO WS-AGY-RPT-INV-PLACED
           MOVE WS-INV-OPEN-CNT(WS-INV-I)   TO WS-AGY-RPT-INV-OPEN
           MOVE WS-INV-PLACED-BAL(WS-INV-I) TO WS-AGY-RPT-INV-BAL
           MOVE WS-INV-GROSS(WS-INV-I)      TO WS-AGY-RPT-INV-GROSS
           MOVE WS-INV-COMMISSION(WS-INV-I) TO WS-AGY-RPT-INV-COMM
           COMPUTE WS-NET-AMT = WS-INV-GROSS(WS-INV-I)
                              - WS-INV-COMMISSION(WS-INV-I)
           MOVE WS-NET-AMT                  TO WS-AGY-RPT-INV-NET
           MOVE 0 TO WS-LIQ-PCT
           IF  WS-INV-PLACED-BAL(WS-INV-I) > ZERO
               COMPUTE WS-LIQ-PCT ROUNDED =
                  WS-INV-GROSS(WS-INV-I) * 100
                  / WS-INV-PLACED-BAL(WS-INV-I)
           END-IF
           MOVE WS-LIQ-PCT                  TO WS-AGY-RPT-INV-LIQ
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-INV-LINE

           ADD WS-INV-PLACED-CNT(WS-INV-I)  TO WS-TOT-PLACED-CNT
           ADD WS-INV-OPEN-CNT(WS-INV-I)    TO WS-TOT-OPEN-CNT
           ADD WS-INV-PLACED-BAL(WS-INV-I)  TO WS-TOT-PLACED-BAL
           ADD WS-INV-GROSS(WS-INV-I)       TO WS-TOT-GROSS
           ADD WS-INV-COMMISSION(WS-INV-I)  TO WS-TOT-COMMISSION
           EXIT.
      *---------------------------------------------------------------*
      * Prints the all-agency inventory line and this run's
      * placement and recall totals.
      *---------------------------------------------------------------*
       5600-PRINT-TOTALS.
           MOVE 'ALL '                TO WS-AGY-RPT-INV-AGENCY
           MOVE 'ALL'                 TO WS-AGY-RPT-INV-VINTAGE
           MOVE WS-TOT-PLACED-CNT     TO WS-AGY-RPT-INV-PLACED
           MOVE WS-TOT-OPEN-CNT       TO WS-AGY-RPT-INV-OPEN
           MOVE WS-TOT-PLACED-BAL     TO WS-AGY-RPT-INV-BAL
           MOVE WS-TOT-GROSS          TO WS-AGY-RPT-INV-GROSS
           MOVE WS-TOT-COMMISSION     TO WS-AGY-RPT-INV-COMM
           COMPUTE WS-NET-AMT = WS-TOT-GROSS - WS-TOT-COMMISSION
           MOVE WS-NET-AMT            TO WS-AGY-RPT-INV-NET
           MOVE 0 TO WS-LIQ-PCT
           IF  WS-TOT-PLACED-BAL > ZERO
               COMPUTE WS-LIQ-PCT ROUNDED =
                  WS-TOT-GROSS * 100 / WS-TOT-PLACED-BAL
           END-IF
           MOVE WS-LIQ-PCT            TO WS-AGY-RPT-INV-LIQ
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-BLANK
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-INV-LINE
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-BLANK

           MOVE 'PLACED THIS RUN             :' TO WS-AGY-RPT-TOT-LABEL
           MOVE WS-PLACED-COUNT       TO WS-AGY-RPT-TOT-COUNT
           MOVE WS-PLACED-AMT         TO WS-AGY-RPT-TOT-AMT
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-TOTAL-LINE
           MOVE 'RECALLED THIS RUN           :' TO WS-AGY-RPT-TOT-LABEL
           MOVE WS-RECALLED-COUNT     TO WS-AGY-RPT-TOT-COUNT
           MOVE ZERO                  TO WS-AGY-RPT-TOT-AMT
           WRITE FD-AGYRPT-REC FROM WS-AGY-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account master record sequentially.
      *---------------------------------------------------------------*
       1100-ACCTFILE-GET-NEXT.
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
      * Opens the recovery ledger for random read.
      *---------------------------------------------------------------*
       0100-RCVRLEDG-OPEN.
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
      * Opens the cross-reference for random read.
      *---------------------------------------------------------------*
       0200-XREFFILE-OPEN.
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
      * Opens the customer master for random read.
      *---------------------------------------------------------------*
       0300-CUSTDAT-OPEN.
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
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the legal hold file for random read. A missing
      * file is tolerated -- there are no holds to honor.
      *---------------------------------------------------------------*
       0350-LEGALHLD-OPEN.
           OPEN INPUT LEGALHLD-FILE
           IF LEGALHLD-STATUS = '00'
              MOVE 'Y' TO WS-LEGALHLD-AVAILABLE
           ELSE
              MOVE 'N' TO WS-LEGALHLD-AVAILABLE
              DISPLAY 'NO LEGAL HOLD FILE - NO HOLDS APPLIED'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the agency file for sequential input.
      *---------------------------------------------------------------*
       0400-AGENCY-OPEN.
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
       0500-AGYPLCMT-OPEN.
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
      * Opens the outbound placement/recall file for output.
      *---------------------------------------------------------------*
       0600-AGYPLOUT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT AGYPLOUT-FILE
           IF  AGYPLOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT FILE OUT'
               MOVE AGYPLOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the placement report for output.
      *---------------------------------------------------------------*
       0700-AGYRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT AGYRPT-FILE
           IF  AGYRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AGENCY PLACEMENT REPORT'
               MOVE AGYRPT-STATUS TO IO-STATUS
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
      * Closes the recovery ledger.
      *---------------------------------------------------------------*
       9100-RCVRLEDG-CLOSE.
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
      * Closes the cross-reference.
      *---------------------------------------------------------------*
       9200-XREFFILE-CLOSE.
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
      * Closes the customer master.
      *---------------------------------------------------------------*
       9300-CUSTDAT-CLOSE.
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
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the legal hold file, if it was opened.
      *---------------------------------------------------------------*
       9350-LEGALHLD-CLOSE.
           IF WS-LEGALHLD-AVAILABLE = 'Y'
              CLOSE LEGALHLD-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the agency file.
      *---------------------------------------------------------------*
       9400-AGENCY-CLOSE.
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
       9500-AGYPLCMT-CLOSE.
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
      * Closes the outbound placement/recall file.
      *---------------------------------------------------------------*
       9600-AGYPLOUT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGYPLOUT-FILE
           IF  AGYPLOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT FILE OUT'
               MOVE AGYPLOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the placement report.
      *---------------------------------------------------------------*
       9700-AGYRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE AGYRPT-FILE
           IF  AGYRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING AGENCY PLACEMENT REPORT'
               MOVE AGYRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the placements themselves completed.
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
      * placement count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-PLACED-COUNT             TO BATCH-RECORD-COUNT
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
