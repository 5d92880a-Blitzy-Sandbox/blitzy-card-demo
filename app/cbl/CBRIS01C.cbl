      ******************************************************************
      * Program     : CBRIS01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Weekly referential integrity sweep of the
      *               satellite files against the masters.
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
      * CBRIS01C - Referential Integrity Sweep (Batch)
      *
      * CBACT03C proves the cross-reference points at real
      * accounts; nothing proves the same of the files that
      * hang off an account, card or customer. This weekly job
      * reads every record of the eleven satellite files and
      * follows its reference into the masters:
      *
      *   COLLWQ   (account)  FRAUDCSE (card, the case's
      *   PAYHOLD  (account)            transaction image;
      *   AUTOPAY  (account)            a vault token is
      *   TRAVNOTE (card)               resolved first)
      *   CCATCTL  (card)     HARDSHIP (account)
      *   SKIPPAY  (account)  DEPOSIT  (account)
      *   LEGALHLD (account or customer, by entity type)
      *   TOKNVLT  (card)
      *
      * Each break is classified once, in this order:
      *   ORPHAN - the account, card (cross-reference or card
      *            master), token or customer is not on file
      *   MERGED - the customer reached (directly, or through
      *            the cross-reference) was merged away by
      *            COCMG00C: the record sits with a duplicate
      *   STALE  - a record still in force against an account
      *            that is closed or charged off, or a card
      *            that is closed
      * A record no longer in force (a released hold, a
      * cancelled enrollment, an expired notice, a retired
      * token) is only tested for ORPHAN -- it is history.
      * An open fraud case and a legal hold are not STALE on a
      * closed account: they outlive it by design. The
      * collections queue is STALE only on a closed account
      * -- charged-off accounts are still collected.
      *
      * Each break lines up on RISRPT with the program that
      * normally maintains the record, to be worked there.
      * A per-file summary follows. Each file with breaks
      * raises one WARNING ALERTS record under its maintaining
      * program's name; any break ends with RETURN-CODE 4. A
      * satellite file that is not present is noted, not
      * failed.
      *
      * Files accessed:
      *   COLLWQ / FRAUDCSE / PAYHOLD / AUTOPAY / TRAVNOTE /
      *   CCATCTL / HARDSHIP / SKIPPAY / DEPOSIT / LEGALHLD /
      *   TOKNVLT   - the satellites (KSDS, sequential read)
      *   ACCTDAT   - Account master (KSDS, random read)
      *   CARDDAT   - Card master (KSDS, random read)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   CARDXREF  - Card cross-reference (KSDS, random read,
      *               by card and by account through CXACAIX)
      *   TOKNVAIX  - Token vault again, read by token through
      *               its alternate key (KSDS, random read)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   ALERTS    - Operational alerts (KSDS, deferred open)
      *   RISRPT    - Integrity report (sequential output, 132)
      *
      * Receives via JCL PARM: the process date:
      *   PARM='2022-07-19'
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBRIS01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The satellites, each read end to end
           SELECT RIS-COLLWQ-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-CWQ-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-FRAUD-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-FRD-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-PAYHOLD-FILE ASSIGN TO PAYHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-PHL-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-AUTOPAY-FILE ASSIGN TO AUTOPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-APY-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-TRAVNOTE-FILE ASSIGN TO TRAVNOTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-TRV-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-CCATCTL-FILE ASSIGN TO CCATCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-CCB-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-HARDSHIP-FILE ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-HDP-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-SKIPPAY-FILE ASSIGN TO SKIPPAY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-SKP-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-DEPOSIT-FILE ASSIGN TO DEPOSIT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-DEP-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-LEGALHLD-FILE ASSIGN TO LEGALHLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-LGL-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

           SELECT RIS-TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-RIS-TKN-KEY
                  FILE STATUS  IS SATELLITE-STATUS.

      * The masters, read by key
           SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO CARDXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                     WITH DUPLICATES
                  FILE STATUS  IS XREFFILE-STATUS.

      * The vault by token, to resolve a tokenised case
           SELECT TOKNVAIX-FILE ASSIGN TO TOKNVAIX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-TKV-TOKEN-ID
                  FILE STATUS  IS TOKNVAIX-STATUS.

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

           SELECT RISRPT-FILE ASSIGN TO RISRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS RISRPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RIS-COLLWQ-FILE.
       01  FD-RIS-CWQ-REC.
           05 FD-RIS-CWQ-KEY                    PIC X(24).
           05 FILLER                            PIC X(66).

       FD  RIS-FRAUD-FILE.
       01  FD-RIS-FRD-REC.
           05 FD-RIS-FRD-KEY                    PIC X(12).
           05 FILLER                            PIC X(488).

       FD  RIS-PAYHOLD-FILE.
       01  FD-RIS-PHL-REC.
           05 FD-RIS-PHL-KEY                    PIC X(25).
           05 FILLER                            PIC X(55).

       FD  RIS-AUTOPAY-FILE.
       01  FD-RIS-APY-REC.
           05 FD-RIS-APY-KEY                    PIC 9(11).
           05 FILLER                            PIC X(69).

       FD  RIS-TRAVNOTE-FILE.
       01  FD-RIS-TRV-REC.
           05 FD-RIS-TRV-KEY                    PIC X(26).
           05 FILLER                            PIC X(74).

       FD  RIS-CCATCTL-FILE.
       01  FD-RIS-CCB-REC.
           05 FD-RIS-CCB-KEY                    PIC X(20).
           05 FILLER                            PIC X(40).

       FD  RIS-HARDSHIP-FILE.
       01  FD-RIS-HDP-REC.
           05 FD-RIS-HDP-KEY                    PIC 9(11).
           05 FILLER                            PIC X(89).

       FD  RIS-SKIPPAY-FILE.
       01  FD-RIS-SKP-REC.
           05 FD-RIS-SKP-KEY                    PIC 9(11).
           05 FILLER                            PIC X(69).

       FD  RIS-DEPOSIT-FILE.
       01  FD-RIS-DEP-REC.
           05 FD-RIS-DEP-KEY                    PIC 9(11).
           05 FILLER                            PIC X(49).

       FD  RIS-LEGALHLD-FILE.
       01  FD-RIS-LGL-REC.
           05 FD-RIS-LGL-KEY                    PIC X(12).
           05 FILLER                            PIC X(88).

       FD  RIS-TOKNVLT-FILE.
       01  FD-RIS-TKN-REC.
           05 FD-RIS-TKN-KEY                    PIC X(16).
           05 FILLER                            PIC X(64).

       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

       FD  CUSTOMER-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

       FD  TOKNVAIX-FILE.
       01  FD-TOKNVAIX-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

      * FD for the operational alert VSAM (160 bytes)
       FD  ALERTS-FILE.
       01  FD-ALERTS-REC.
           05 FD-ALT-KEY                        PIC X(22).
           05 FD-ALT-DATA                       PIC X(138).

       FD  RISRPT-FILE.
       01  FD-RISRPT-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * The satellite record layouts -- each file is read into
      * its own
       COPY CVCOL01Y.
       COPY CVFRD01Y.
       COPY CVPHL01Y.
       COPY CVAPY01Y.
       COPY CVTRV01Y.
       COPY CVCCB01Y.
       COPY CVHDP01Y.
       COPY CVSKP01Y.
       COPY CVDEP01Y.
       COPY CVLGL01Y.
       COPY CVTKN01Y.
      * The fraud case's DALYTRAN image, for its card number
       COPY CVTRA06Y.
       01  SATELLITE-STATUS.
           05  SATELLITE-STAT1     PIC X.
           05  SATELLITE-STAT2     PIC X.

      * The masters
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.
       COPY CVACT02Y.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.
       COPY CVCUS01Y.
       01  CUSTFILE-STATUS.
           05  CUSTFILE-STAT1      PIC X.
           05  CUSTFILE-STAT2      PIC X.
       COPY CVACT03Y.
       01  XREFFILE-STATUS.
           05  XREFFILE-STAT1      PIC X.
           05  XREFFILE-STAT2      PIC X.
       01  TOKNVAIX-STATUS.
           05  TOKNVAIX-STAT1      PIC X.
           05  TOKNVAIX-STAT2      PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBRIS01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * CSALT01Y: 160-byte operational alert record
       COPY CSALT01Y.
       01  ALERTS-STATUS.
           05  ALERTS-STAT1        PIC X.
           05  ALERTS-STAT2        PIC X.
       01  WS-ALERT-SEVERITY        PIC X(01) VALUE SPACES.
       01  WS-ALERT-SOURCE          PIC X(08) VALUE SPACES.
       01  WS-ALERT-MESSAGE         PIC X(80) VALUE SPACES.

       01  RISRPT-STATUS.
           05  RISRPT-STAT1        PIC X.
           05  RISRPT-STAT2        PIC X.

      * The satellites in sweep order, each with the program
      * that normally maintains its records; the subscript
      * selects the file in every I/O paragraph
       01  WS-RIS-FILE-SET.
           05 FILLER                PIC X(16) VALUE
                                    'COLLWQ  CBACT04C'.
           05 FILLER                PIC X(16) VALUE
                                    'FRAUDCSECOFRD01C'.
           05 FILLER                PIC X(16) VALUE
                                    'PAYHOLD CBPHL01C'.
           05 FILLER                PIC X(16) VALUE
                                    'AUTOPAY COAPY00C'.
           05 FILLER                PIC X(16) VALUE
                                    'TRAVNOTECOTRV00C'.
           05 FILLER                PIC X(16) VALUE
                                    'CCATCTL COCCB00C'.
           05 FILLER                PIC X(16) VALUE
                                    'HARDSHIPCOHDP00C'.
           05 FILLER                PIC X(16) VALUE
                                    'SKIPPAY COSKP00C'.
           05 FILLER                PIC X(16) VALUE
                                    'DEPOSIT CBDEP01C'.
           05 FILLER                PIC X(16) VALUE
                                    'LEGALHLDCOLGL00C'.
           05 FILLER                PIC X(16) VALUE
                                    'TOKNVLT CBTKN01C'.
       01  WS-RIS-FILE-TABLE REDEFINES WS-RIS-FILE-SET.
           05 WS-RIS-FILE-ENTRY     OCCURS 11 TIMES.
              10 WS-RIS-FILE-NAME   PIC X(08).
              10 WS-RIS-FILE-OWNER  PIC X(08).
       01  WS-RIS-SUB               PIC S9(04) COMP VALUE 0.

      * Per-file tallies, in the same order
       01  WS-RIS-TALLIES.
           05 WS-RIS-TALLY          OCCURS 11 TIMES.
              10 WS-RIS-READ        PIC 9(09).
              10 WS-RIS-ORPHAN      PIC 9(07).
              10 WS-RIS-STALE       PIC 9(07).
              10 WS-RIS-MERGED      PIC 9(07).
              10 WS-RIS-NOTE        PIC X(20).

      * The reference taken from the record in hand
       01  WS-RIS-REFERENCE.
           05 WS-REF-TYPE           PIC X(01).
               88 WS-REF-IS-ACCOUNT     VALUE 'A'.
               88 WS-REF-IS-CARD        VALUE 'C'.
               88 WS-REF-IS-CUSTOMER    VALUE 'U'.
           05 WS-REF-ACCT-ID        PIC 9(11).
           05 WS-REF-CARD-NUM       PIC X(16).
           05 WS-REF-CUST-ID        PIC 9(09).
      * How far the record is tested: in force (every test),
      * in force but stale only on closure, in force but never
      * stale, or history (orphan only)
           05 WS-REF-FORCE          PIC X(01).
               88 WS-TEST-STALE-ALL     VALUE 'Y'.
               88 WS-TEST-STALE         VALUE 'Y' 'C'.
               88 WS-TEST-MERGED        VALUE 'Y' 'C' 'M'.
           05 WS-REF-KEY            PIC X(26).
      * The verdict on it
       01  WS-BREAK-CLASS           PIC X(06) VALUE SPACES.
           88 WS-NO-BREAK               VALUE SPACES.
           88 WS-BREAK-ORPHAN           VALUE 'ORPHAN'.
           88 WS-BREAK-STALE            VALUE 'STALE '.
           88 WS-BREAK-MERGED           VALUE 'MERGED'.
       01  WS-BREAK-DETAIL          PIC X(60) VALUE SPACES.
      * Break lines printed per file, before the rest are only
      * counted
       01  WS-RIS-DETAIL-MAX        PIC 9(05) VALUE 500.
       01  WS-RIS-DETAIL-LINES      PIC 9(05) VALUE 0.

      * Report lines
       01  RIS-RPT-HEADER.
           05  FILLER                   PIC X(34)
                   VALUE 'REFERENTIAL INTEGRITY SWEEP'.
           05  FILLER                   PIC X(16)
                   VALUE 'PROCESS DATE : '.
           05  RIS-RPT-RUN-DATE         PIC X(10).
           05  FILLER                   PIC X(72) VALUE SPACES.
       01  RIS-RPT-COL-HDR.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(28) VALUE 'RECORD KEY'.
           05  FILLER                   PIC X(09) VALUE 'BREAK'.
           05  FILLER                   PIC X(62) VALUE 'DETAIL'.
           05  FILLER                   PIC X(23)
                   VALUE 'MAINTAINED BY'.
       01  RIS-RPT-LINE.
           05  RIS-RPT-FILE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RIS-RPT-KEY              PIC X(26).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RIS-RPT-CLASS            PIC X(07).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RIS-RPT-DETAIL           PIC X(60).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RIS-RPT-OWNER            PIC X(08).
           05  FILLER                   PIC X(15) VALUE SPACES.
       01  RIS-RPT-SUM-HDR.
           05  FILLER                   PIC X(10) VALUE 'FILE'.
           05  FILLER                   PIC X(14) VALUE
                   '   RECORDS'.
           05  FILLER                   PIC X(12) VALUE
                   '   ORPHAN'.
           05  FILLER                   PIC X(12) VALUE
                   '    STALE'.
           05  FILLER                   PIC X(12) VALUE
                   '   MERGED'.
           05  FILLER                   PIC X(11) VALUE
                   'MAINTAINER'.
           05  FILLER                   PIC X(61) VALUE 'NOTE'.
       01  RIS-RPT-SUM-LINE.
           05  RIS-SUM-FILE             PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RIS-SUM-READ             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RIS-SUM-ORPHAN           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RIS-SUM-STALE            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RIS-SUM-MERGED           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RIS-SUM-OWNER            PIC X(08).
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  RIS-SUM-NOTE             PIC X(20).
           05  FILLER                   PIC X(41) VALUE SPACES.
       01  RIS-RPT-BLANK                PIC X(132) VALUE SPACES.
       01  RIS-RPT-FINAL-LINE.
           05  FILLER                   PIC X(20)
                   VALUE 'TOTAL BREAKS     :  '.
           05  RIS-RPT-FINAL            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(103) VALUE SPACES.

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

       01 WS-MISC-VARS.
           05 WS-FILE-EOF           PIC X(01) VALUE 'N'.
           05 WS-FILE-OPEN          PIC X(01) VALUE 'N'.
           05 WS-FOUND              PIC X(01) VALUE 'N'.
           05 WS-EDIT-ACCT-ID       PIC 9(11).
           05 WS-EDIT-CUST-ID       PIC 9(09).
       01 WS-COUNTERS.
           05 WS-TOTAL-RECORDS      PIC 9(07) VALUE 0.
           05 WS-TOTAL-BREAKS       PIC 9(07) VALUE 0.
           05 WS-FILE-BREAKS        PIC 9(07) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: the process date
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBRIS01C'.
           DISPLAY 'PROCESS DATE: ' PARM-DATE

           PERFORM 0000-FILES-OPEN
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           INITIALIZE WS-RIS-TALLIES
           MOVE PARM-DATE TO RIS-RPT-RUN-DATE
           WRITE FD-RISRPT-REC FROM RIS-RPT-HEADER
           WRITE FD-RISRPT-REC FROM RIS-RPT-BLANK
           WRITE FD-RISRPT-REC FROM RIS-RPT-COL-HDR

           PERFORM 1000-SWEEP-FILE
              THRU 1000-SWEEP-FILE-EXIT
              VARYING WS-RIS-SUB FROM 1 BY 1
              UNTIL WS-RIS-SUB > 11

           WRITE FD-RISRPT-REC FROM RIS-RPT-BLANK
           WRITE FD-RISRPT-REC FROM RIS-RPT-SUM-HDR
           PERFORM 7000-SUMMARISE-FILE
              VARYING WS-RIS-SUB FROM 1 BY 1
              UNTIL WS-RIS-SUB > 11
           WRITE FD-RISRPT-REC FROM RIS-RPT-BLANK
           MOVE WS-TOTAL-BREAKS TO RIS-RPT-FINAL
           WRITE FD-RISRPT-REC FROM RIS-RPT-FINAL-LINE

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           PERFORM 9000-FILES-CLOSE

           DISPLAY 'SATELLITE RECORDS READ :' WS-TOTAL-RECORDS
           DISPLAY 'INTEGRITY BREAKS       :' WS-TOTAL-BREAKS
           IF WS-TOTAL-BREAKS > 0
              MOVE 4 TO RETURN-CODE
              DISPLAY 'RETURN CODE 4'
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBRIS01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * Sweeps one satellite file end to end. A file that is
      * not there is noted and passed over.
      *---------------------------------------------------------------*
       1000-SWEEP-FILE.
           MOVE 0 TO WS-RIS-DETAIL-LINES
           PERFORM 1100-OPEN-SATELLITE
           IF SATELLITE-STATUS = '35'
              MOVE 'NOT PRESENT' TO WS-RIS-NOTE(WS-RIS-SUB)
              GO TO 1000-SWEEP-FILE-EXIT
           END-IF
           IF SATELLITE-STATUS NOT = '00'
              MOVE 'WOULD NOT OPEN' TO WS-RIS-NOTE(WS-RIS-SUB)
              DISPLAY WS-RIS-FILE-NAME(WS-RIS-SUB)
                 ' WOULD NOT OPEN'
              MOVE SATELLITE-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              GO TO 1000-SWEEP-FILE-EXIT
           END-IF
           MOVE 'N' TO WS-FILE-EOF
           PERFORM 1200-SWEEP-STEP
              UNTIL WS-FILE-EOF = 'Y'
           PERFORM 1190-CLOSE-SATELLITE.
       1000-SWEEP-FILE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Satellite I/O for the file under WS-RIS-SUB.
      *---------------------------------------------------------------*
       1100-OPEN-SATELLITE.
           EVALUATE WS-RIS-SUB
              WHEN 1  OPEN INPUT RIS-COLLWQ-FILE
              WHEN 2  OPEN INPUT RIS-FRAUD-FILE
              WHEN 3  OPEN INPUT RIS-PAYHOLD-FILE
              WHEN 4  OPEN INPUT RIS-AUTOPAY-FILE
              WHEN 5  OPEN INPUT RIS-TRAVNOTE-FILE
              WHEN 6  OPEN INPUT RIS-CCATCTL-FILE
              WHEN 7  OPEN INPUT RIS-HARDSHIP-FILE
              WHEN 8  OPEN INPUT RIS-SKIPPAY-FILE
              WHEN 9  OPEN INPUT RIS-DEPOSIT-FILE
              WHEN 10 OPEN INPUT RIS-LEGALHLD-FILE
              WHEN 11 OPEN INPUT RIS-TOKNVLT-FILE
           END-EVALUATE
           EXIT.
       1110-READ-SATELLITE.
           EVALUATE WS-RIS-SUB
              WHEN 1
                 READ RIS-COLLWQ-FILE NEXT INTO COLLECT-WQ-RECORD
              WHEN 2
                 READ RIS-FRAUD-FILE NEXT INTO FRAUD-CASE-RECORD
              WHEN 3
                 READ RIS-PAYHOLD-FILE NEXT INTO PAYMENT-HOLD-RECORD
              WHEN 4
                 READ RIS-AUTOPAY-FILE NEXT INTO AUTOPAY-RECORD
              WHEN 5
                 READ RIS-TRAVNOTE-FILE NEXT
                    INTO TRAVEL-NOTICE-RECORD
              WHEN 6
                 READ RIS-CCATCTL-FILE NEXT INTO CARD-CAT-CTRL-RECORD
              WHEN 7
                 READ RIS-HARDSHIP-FILE NEXT
                    INTO HARDSHIP-PLAN-RECORD
              WHEN 8
                 READ RIS-SKIPPAY-FILE NEXT INTO SKIP-PAY-RECORD
              WHEN 9
                 READ RIS-DEPOSIT-FILE NEXT INTO DEPOSIT-RECORD
              WHEN 10
                 READ RIS-LEGALHLD-FILE NEXT INTO LEGAL-HOLD-RECORD
              WHEN 11
                 READ RIS-TOKNVLT-FILE NEXT INTO TOKEN-RECORD
           END-EVALUATE
           EVALUATE SATELLITE-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '10'
                 MOVE 'Y' TO WS-FILE-EOF
              WHEN OTHER
                 MOVE 'Y' TO WS-FILE-EOF
                 MOVE 'READ ERROR - PARTIAL' TO WS-RIS-NOTE(WS-RIS-SUB)
                 DISPLAY WS-RIS-FILE-NAME(WS-RIS-SUB)
                    ' READ FAILED'
                 MOVE SATELLITE-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
           END-EVALUATE
           EXIT.
       1190-CLOSE-SATELLITE.
           EVALUATE WS-RIS-SUB
              WHEN 1  CLOSE RIS-COLLWQ-FILE
              WHEN 2  CLOSE RIS-FRAUD-FILE
              WHEN 3  CLOSE RIS-PAYHOLD-FILE
              WHEN 4  CLOSE RIS-AUTOPAY-FILE
              WHEN 5  CLOSE RIS-TRAVNOTE-FILE
              WHEN 6  CLOSE RIS-CCATCTL-FILE
              WHEN 7  CLOSE RIS-HARDSHIP-FILE
              WHEN 8  CLOSE RIS-SKIPPAY-FILE
              WHEN 9  CLOSE RIS-DEPOSIT-FILE
              WHEN 10 CLOSE RIS-LEGALHLD-FILE
              WHEN 11 CLOSE RIS-TOKNVLT-FILE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * One satellite record: take its reference, follow it into
      * the masters, and report it if it breaks.
      *---------------------------------------------------------------*
       1200-SWEEP-STEP.
           PERFORM 1110-READ-SATELLITE
           IF WS-FILE-EOF = 'N'
              ADD 1 TO WS-RIS-READ(WS-RIS-SUB)
              ADD 1 TO WS-TOTAL-RECORDS
              PERFORM 1300-TAKE-REFERENCE
              MOVE SPACES TO WS-BREAK-CLASS
                             WS-BREAK-DETAIL
              EVALUATE TRUE
                 WHEN WS-REF-IS-ACCOUNT
                    PERFORM 5000-CHECK-ACCOUNT
                       THRU 5000-CHECK-ACCOUNT-EXIT
                 WHEN WS-REF-IS-CARD
                    PERFORM 5100-CHECK-CARD
                       THRU 5100-CHECK-CARD-EXIT
                 WHEN WS-REF-IS-CUSTOMER
                    PERFORM 5300-CHECK-CUSTOMER
              END-EVALUATE
              IF NOT WS-NO-BREAK
                 PERFORM 6000-RECORD-BREAK
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * What the record in hand points at, how far it is to be
      * tested, and its key for the report.
      *---------------------------------------------------------------*
       1300-TAKE-REFERENCE.
           MOVE SPACES TO WS-RIS-REFERENCE
           MOVE 'O'    TO WS-REF-FORCE
           EVALUATE WS-RIS-SUB
              WHEN 1
                 MOVE 'A'             TO WS-REF-TYPE
                 MOVE CWQ-ACCT-ID     TO WS-REF-ACCT-ID
                 MOVE 'C'             TO WS-REF-FORCE
                 MOVE CWQ-KEY         TO WS-REF-KEY
              WHEN 2
                 MOVE FRD-TRAN-DATA   TO DALYTRAN-RECORD
                 MOVE 'C'             TO WS-REF-TYPE
                 MOVE DALYTRAN-CARD-NUM TO WS-REF-CARD-NUM
                 IF FRD-STATUS-OPEN
                    MOVE 'M'          TO WS-REF-FORCE
                 END-IF
                 MOVE FRD-KEY         TO WS-REF-KEY
              WHEN 3
                 MOVE 'A'             TO WS-REF-TYPE
                 MOVE PHL-ACCT-ID     TO WS-REF-ACCT-ID
                 IF PHL-STATUS-HELD
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE PHL-KEY         TO WS-REF-KEY
              WHEN 4
                 MOVE 'A'             TO WS-REF-TYPE
                 MOVE APY-ACCT-ID     TO WS-REF-ACCT-ID
                 IF APY-STATUS-ACTIVE
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE APY-ACCT-ID     TO WS-REF-KEY
              WHEN 5
                 MOVE 'C'             TO WS-REF-TYPE
                 MOVE TRV-CARD-NUM    TO WS-REF-CARD-NUM
                 IF TRV-END-DATE NOT < PARM-DATE
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE TRV-KEY         TO WS-REF-KEY
              WHEN 6
                 MOVE 'C'             TO WS-REF-TYPE
                 MOVE CCB-CARD-NUM    TO WS-REF-CARD-NUM
                 MOVE 'Y'             TO WS-REF-FORCE
                 MOVE CCB-KEY         TO WS-REF-KEY
              WHEN 7
                 MOVE 'A'             TO WS-REF-TYPE
                 MOVE HDP-ACCT-ID     TO WS-REF-ACCT-ID
                 IF HDP-STATUS-ACTIVE
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE HDP-ACCT-ID     TO WS-REF-KEY
              WHEN 8
                 MOVE 'A'             TO WS-REF-TYPE
                 MOVE SKP-ACCT-ID     TO WS-REF-ACCT-ID
                 IF SKP-STATUS-ENROLLED
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE SKP-ACCT-ID     TO WS-REF-KEY
              WHEN 9
                 MOVE 'A'             TO WS-REF-TYPE
                 MOVE DEP-ACCT-ID     TO WS-REF-ACCT-ID
                 IF DEP-STAT-HELD
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE DEP-ACCT-ID     TO WS-REF-KEY
              WHEN 10
                 IF LGL-ENTITY-CUSTOMER
                    MOVE 'U'          TO WS-REF-TYPE
                    IF LGL-ENTITY-ID(3:9) IS NUMERIC
                       MOVE LGL-ENTITY-ID(3:9) TO WS-REF-CUST-ID
                    ELSE
                       MOVE 0         TO WS-REF-CUST-ID
                    END-IF
                 ELSE
                    MOVE 'A'          TO WS-REF-TYPE
                    IF LGL-ENTITY-ID IS NUMERIC
                       MOVE LGL-ENTITY-ID TO WS-REF-ACCT-ID
                    ELSE
                       MOVE 0         TO WS-REF-ACCT-ID
                    END-IF
                 END-IF
                 IF LGL-HOLD-ACTIVE
                    MOVE 'M'          TO WS-REF-FORCE
                 END-IF
                 MOVE LGL-KEY         TO WS-REF-KEY
              WHEN 11
                 MOVE 'C'             TO WS-REF-TYPE
                 MOVE TOKEN-CARD-NUM  TO WS-REF-CARD-NUM
                 IF TOKEN-STAT-ACTIVE
                    MOVE 'Y'          TO WS-REF-FORCE
                 END-IF
                 MOVE TOKEN-CARD-NUM  TO WS-REF-KEY
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Account reference: on the account master; for a record
      * in force, its customer (through the cross-reference)
      * not merged away, and the account not closed or charged
      * off.
      *---------------------------------------------------------------*
       5000-CHECK-ACCOUNT.
           PERFORM 5010-READ-ACCOUNT
           IF WS-FOUND = 'N'
              SET WS-BREAK-ORPHAN TO TRUE
              MOVE WS-REF-ACCT-ID TO WS-EDIT-ACCT-ID
              STRING 'ACCOUNT '             DELIMITED BY SIZE
                     WS-EDIT-ACCT-ID        DELIMITED BY SIZE
                     ' NOT ON ACCOUNT MASTER'
                                            DELIMITED BY SIZE
                INTO WS-BREAK-DETAIL
              GO TO 5000-CHECK-ACCOUNT-EXIT
           END-IF
           IF WS-TEST-MERGED
              MOVE WS-REF-ACCT-ID TO FD-XREF-ACCT-ID
              READ XREF-FILE INTO CARD-XREF-RECORD
                 KEY IS FD-XREF-ACCT-ID
                 INVALID KEY
                    CONTINUE
              END-READ
              IF XREFFILE-STATUS = '00' OR '02'
                 MOVE XREF-CUST-ID TO WS-REF-CUST-ID
                 PERFORM 5300-CHECK-CUSTOMER
                 IF NOT WS-NO-BREAK
                    GO TO 5000-CHECK-ACCOUNT-EXIT
                 END-IF
              END-IF
           END-IF
           PERFORM 5020-JUDGE-ACCOUNT-STATUS.
       5000-CHECK-ACCOUNT-EXIT.
           EXIT.
       5010-READ-ACCOUNT.
           MOVE 'Y' TO WS-FOUND
           MOVE WS-REF-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
           IF ACCTFILE-STATUS NOT = '00'
              MOVE 'N' TO WS-FOUND
           END-IF
           EXIT.
       5020-JUDGE-ACCOUNT-STATUS.
           MOVE ACCT-ID TO WS-EDIT-ACCT-ID
           EVALUATE TRUE
              WHEN WS-TEST-STALE-ALL AND ACCT-IS-CHARGED-OFF
                 SET WS-BREAK-STALE TO TRUE
                 STRING 'ACCOUNT '          DELIMITED BY SIZE
                        WS-EDIT-ACCT-ID     DELIMITED BY SIZE
                        ' CHARGED OFF '     DELIMITED BY SIZE
                        ACCT-CHARGEOFF-DATE DELIMITED BY SIZE
                   INTO WS-BREAK-DETAIL
              WHEN WS-TEST-STALE AND ACCT-STATUS-CLOSED
                 SET WS-BREAK-STALE TO TRUE
                 STRING 'ACCOUNT '          DELIMITED BY SIZE
                        WS-EDIT-ACCT-ID     DELIMITED BY SIZE
                        ' CLOSED '          DELIMITED BY SIZE
                        ACCT-CLOSED-DATE    DELIMITED BY SIZE
                   INTO WS-BREAK-DETAIL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Card reference: a vault token resolved to its card
      * first; then on the cross-reference and the card master,
      * its account on file, and for a record in force its
      * customer not merged away, the card not closed and the
      * account not closed or charged off.
      *---------------------------------------------------------------*
       5100-CHECK-CARD.
           IF WS-REF-CARD-NUM(1:2) = '99'
              MOVE WS-REF-CARD-NUM TO FD-TKV-TOKEN-ID
              READ TOKNVAIX-FILE
                 KEY IS FD-TKV-TOKEN-ID
                 INVALID KEY
                    CONTINUE
              END-READ
              IF TOKNVAIX-STATUS NOT = '00'
                 SET WS-BREAK-ORPHAN TO TRUE
                 STRING 'TOKEN '            DELIMITED BY SIZE
                        WS-REF-CARD-NUM     DELIMITED BY SIZE
                        ' NOT IN TOKEN VAULT'
                                            DELIMITED BY SIZE
                   INTO WS-BREAK-DETAIL
                 GO TO 5100-CHECK-CARD-EXIT
              END-IF
              MOVE FD-TKV-CARD-NUM TO WS-REF-CARD-NUM
           END-IF

           MOVE WS-REF-CARD-NUM TO FD-XREF-CARD-NUM
           READ XREF-FILE INTO CARD-XREF-RECORD
              INVALID KEY
                 SET WS-BREAK-ORPHAN TO TRUE
                 STRING 'CARD '             DELIMITED BY SIZE
                        WS-REF-CARD-NUM     DELIMITED BY SIZE
                        ' NOT ON CROSS-REFERENCE'
                                            DELIMITED BY SIZE
                   INTO WS-BREAK-DETAIL
                 GO TO 5100-CHECK-CARD-EXIT
           END-READ
           MOVE WS-REF-CARD-NUM TO FD-CARD-NUM
           READ CARD-FILE INTO CARD-RECORD
              INVALID KEY
                 SET WS-BREAK-ORPHAN TO TRUE
                 STRING 'CARD '             DELIMITED BY SIZE
                        WS-REF-CARD-NUM     DELIMITED BY SIZE
                        ' NOT ON CARD MASTER'
                                            DELIMITED BY SIZE
                   INTO WS-BREAK-DETAIL
                 GO TO 5100-CHECK-CARD-EXIT
           END-READ
           MOVE XREF-ACCT-ID TO WS-REF-ACCT-ID
           PERFORM 5010-READ-ACCOUNT
           IF WS-FOUND = 'N'
              SET WS-BREAK-ORPHAN TO TRUE
              MOVE WS-REF-ACCT-ID TO WS-EDIT-ACCT-ID
              STRING 'CARD''S ACCOUNT '     DELIMITED BY SIZE
                     WS-EDIT-ACCT-ID        DELIMITED BY SIZE
                     ' NOT ON ACCOUNT MASTER'
                                            DELIMITED BY SIZE
                INTO WS-BREAK-DETAIL
              GO TO 5100-CHECK-CARD-EXIT
           END-IF

           IF WS-TEST-MERGED
              MOVE XREF-CUST-ID TO WS-REF-CUST-ID
              PERFORM 5300-CHECK-CUSTOMER
              IF NOT WS-NO-BREAK
                 GO TO 5100-CHECK-CARD-EXIT
              END-IF
           END-IF
           IF WS-TEST-STALE AND CARD-ACTIVE-STATUS = 'N'
              SET WS-BREAK-STALE TO TRUE
              STRING 'CARD '                DELIMITED BY SIZE
                     WS-REF-CARD-NUM        DELIMITED BY SIZE
                     ' CLOSED'              DELIMITED BY SIZE
                INTO WS-BREAK-DETAIL
              GO TO 5100-CHECK-CARD-EXIT
           END-IF
           PERFORM 5020-JUDGE-ACCOUNT-STATUS.
       5100-CHECK-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Customer reference (a customer-level legal hold, or the
      * customer reached from an account or card): on the
      * customer master, and not merged away while the record
      * is in force.
      *---------------------------------------------------------------*
       5300-CHECK-CUSTOMER.
           MOVE WS-REF-CUST-ID TO FD-CUST-ID
                                  WS-EDIT-CUST-ID
           READ CUSTOMER-FILE INTO CUSTOMER-RECORD
              INVALID KEY
                 SET WS-BREAK-ORPHAN TO TRUE
                 STRING 'CUSTOMER '         DELIMITED BY SIZE
                        WS-EDIT-CUST-ID     DELIMITED BY SIZE
                        ' NOT ON CUSTOMER MASTER'
                                            DELIMITED BY SIZE
                   INTO WS-BREAK-DETAIL
           END-READ
           IF WS-NO-BREAK
              AND CUSTFILE-STATUS = '00'
              AND WS-TEST-MERGED
              AND CUST-MERGED
              SET WS-BREAK-MERGED TO TRUE
              STRING 'CUSTOMER '            DELIMITED BY SIZE
                     WS-EDIT-CUST-ID        DELIMITED BY SIZE
                     ' MERGED INTO '        DELIMITED BY SIZE
                     CUST-MERGED-INTO-ID    DELIMITED BY SIZE
                INTO WS-BREAK-DETAIL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts the break and lists it, up to the per-file limit.
      *---------------------------------------------------------------*
       6000-RECORD-BREAK.
           ADD 1 TO WS-TOTAL-BREAKS
           EVALUATE TRUE
              WHEN WS-BREAK-ORPHAN
                 ADD 1 TO WS-RIS-ORPHAN(WS-RIS-SUB)
              WHEN WS-BREAK-STALE
                 ADD 1 TO WS-RIS-STALE(WS-RIS-SUB)
              WHEN WS-BREAK-MERGED
                 ADD 1 TO WS-RIS-MERGED(WS-RIS-SUB)
           END-EVALUATE
           ADD 1 TO WS-RIS-DETAIL-LINES
           IF WS-RIS-DETAIL-LINES > WS-RIS-DETAIL-MAX
              MOVE 'LISTING TRUNCATED' TO WS-RIS-NOTE(WS-RIS-SUB)
           ELSE
              MOVE WS-RIS-FILE-NAME(WS-RIS-SUB)  TO RIS-RPT-FILE
              MOVE WS-REF-KEY                    TO RIS-RPT-KEY
              MOVE WS-BREAK-CLASS                TO RIS-RPT-CLASS
              MOVE WS-BREAK-DETAIL               TO RIS-RPT-DETAIL
              MOVE WS-RIS-FILE-OWNER(WS-RIS-SUB) TO RIS-RPT-OWNER
              PERFORM 6900-WRITE-REPORT
           END-IF
           EXIT.
       6900-WRITE-REPORT.
           WRITE FD-RISRPT-REC FROM RIS-RPT-LINE
           IF RISRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INTEGRITY REPORT'
              MOVE RISRPT-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One file's summary line; a file with breaks raises its
      * alert under the program that maintains it.
      *---------------------------------------------------------------*
       7000-SUMMARISE-FILE.
           MOVE WS-RIS-FILE-NAME(WS-RIS-SUB)  TO RIS-SUM-FILE
           MOVE WS-RIS-READ(WS-RIS-SUB)       TO RIS-SUM-READ
           MOVE WS-RIS-ORPHAN(WS-RIS-SUB)     TO RIS-SUM-ORPHAN
           MOVE WS-RIS-STALE(WS-RIS-SUB)      TO RIS-SUM-STALE
           MOVE WS-RIS-MERGED(WS-RIS-SUB)     TO RIS-SUM-MERGED
           MOVE WS-RIS-FILE-OWNER(WS-RIS-SUB) TO RIS-SUM-OWNER
           MOVE WS-RIS-NOTE(WS-RIS-SUB)       TO RIS-SUM-NOTE
           WRITE FD-RISRPT-REC FROM RIS-RPT-SUM-LINE

           COMPUTE WS-FILE-BREAKS = WS-RIS-ORPHAN(WS-RIS-SUB)
                                  + WS-RIS-STALE(WS-RIS-SUB)
                                  + WS-RIS-MERGED(WS-RIS-SUB)
           IF WS-FILE-BREAKS > 0
              MOVE 'W' TO WS-ALERT-SEVERITY
              MOVE WS-RIS-FILE-OWNER(WS-RIS-SUB) TO WS-ALERT-SOURCE
              MOVE SPACES TO WS-ALERT-MESSAGE
              STRING WS-RIS-FILE-NAME(WS-RIS-SUB)
                                            DELIMITED BY SIZE
                     ' INTEGRITY: '         DELIMITED BY SIZE
                     WS-RIS-ORPHAN(WS-RIS-SUB)
                                            DELIMITED BY SIZE
                     ' ORPHAN '             DELIMITED BY SIZE
                     WS-RIS-STALE(WS-RIS-SUB)
                                            DELIMITED BY SIZE
                     ' STALE '              DELIMITED BY SIZE
                     WS-RIS-MERGED(WS-RIS-SUB)
                                            DELIMITED BY SIZE
                     ' MERGED - RISRPT'     DELIMITED BY SIZE
                INTO WS-ALERT-MESSAGE
              PERFORM 8700-RAISE-ALERT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Raises one operational alert, deferred-open style,
      * under WS-ALERT-SOURCE.
      *---------------------------------------------------------------*
       8700-RAISE-ALERT.
           OPEN I-O ALERTS-FILE
           IF  ALERTS-STATUS NOT = '00'
               DISPLAY 'WARNING: COULD NOT OPEN ALERTS FILE'
           ELSE
               INITIALIZE ALERT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO ALT-TS
               MOVE WS-ALERT-SOURCE             TO ALT-SOURCE-JOB
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
      * satellite records swept and end timestamp.
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
      * Opens the masters and the report. Abends on failure --
      * without the masters nothing can be judged.
      *---------------------------------------------------------------*
       0000-FILES-OPEN.
           OPEN INPUT ACCOUNT-FILE
           MOVE ACCTFILE-STATUS TO IO-STATUS
           PERFORM 0100-CHECK-OPEN
           OPEN INPUT CARD-FILE
           MOVE CARDFILE-STATUS TO IO-STATUS
           PERFORM 0100-CHECK-OPEN
           OPEN INPUT CUSTOMER-FILE
           MOVE CUSTFILE-STATUS TO IO-STATUS
           PERFORM 0100-CHECK-OPEN
           OPEN INPUT XREF-FILE
           MOVE XREFFILE-STATUS TO IO-STATUS
           PERFORM 0100-CHECK-OPEN
           OPEN INPUT TOKNVAIX-FILE
           MOVE TOKNVAIX-STATUS TO IO-STATUS
           PERFORM 0100-CHECK-OPEN
           OPEN OUTPUT RISRPT-FILE
           MOVE RISRPT-STATUS TO IO-STATUS
           PERFORM 0100-CHECK-OPEN
           EXIT.
       0100-CHECK-OPEN.
           IF IO-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING A MASTER OR THE REPORT'
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the masters and the report.
      *---------------------------------------------------------------*
       9000-FILES-CLOSE.
           CLOSE ACCOUNT-FILE
           CLOSE CARD-FILE
           CLOSE CUSTOMER-FILE
           CLOSE XREF-FILE
           CLOSE TOKNVAIX-FILE
           CLOSE RISRPT-FILE
           IF RISRPT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING INTEGRITY REPORT'
              MOVE RISRPT-STATUS TO IO-STATUS
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
