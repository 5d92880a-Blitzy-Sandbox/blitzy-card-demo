      ******************************************************************
      * Program     : CBATO01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Account takeover detection -- scores each
      *               account's recent servicing events and opens a
      *               fraud case, with a card shipment hold, when
      *               they form a takeover pattern.
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
      *
      * CBATO01C - Account Takeover Detection (Batch)
      *
      * The velocity and fraud checks in CBTRN02C see only
      * transactions. A takeover shows first in servicing: the
      * fraudster changes the phone, address or email so the
      * bank's calls and mail go to them, then sets a new PIN,
      * has a card replaced or adds themselves as an authorized
      * party -- and the spending comes after. This nightly job
      * looks for that pattern before the spending starts.
      *
      * Every open account's servicing events inside the rolling
      * window (WN days up to the run date) are gathered from
      * the records the online programs already keep:
      *   AD/PH/EM - contact changes: each CUSTHIST record holds
      *              the values a COCUP00C change overwrote, so
      *              comparing it with the next record (or, for
      *              the latest, the customer as it stands) shows
      *              which of address, phone and email changed
      *   PN       - PIN set or changed: COPIN00C's 'h' AUDITLOG
      *              entries, read once into a table up front
      *   RC       - card replaced: the account's
      *              ACCT-REISSUE-DATE (COCRDUPC)
      *   AU       - authorized party added: AUTHPTY rows by
      *              AUP-ADDED-DATE (COAUP00C)
      * Each event type present adds its weight once; the
      * sequence weight is added when a contact change comes
      * before (or on the day of) a PIN change, replacement or
      * party add -- the order a takeover runs in. The weights,
      * threshold, window and hold length come from the ATOPARM
      * cards (CVATO01Y.cpy), defaulting when absent. The
      * threshold is also a business rule: an approved ATOTHRSH
      * value in force on the run date (BIZRULE) takes the
      * place of the card or default, and the report shows
      * which applied.
      *
      * An account scoring at or over the threshold gets an OPEN
      * account takeover case on FRAUDCSE (CVFRD01Y.cpy, type
      * 'A', reason 9001) for the fraud team's COFRD00C/COFRD01C
      * queue, its event trail on FRDEVNT (CVFRD02Y.cpy), and a
      * SHIPHOLD row (CVSHP01Y.cpy) that keeps CBFUL01C from
      * sending the account new plastic for HD days or until the
      * case is cleared. Events up to the day a hold was set are
      * not counted again, so one burst of activity opens one
      * case -- a rerun of the same date included.
      *
      * ATORPT lists each case with its score, hold and event
      * trail, card numbers masked to their last four digits.
      * Sets RETURN-CODE = 4 if a parameter card was rejected,
      * an event table filled or a case could not be keyed.
      *
      * Files accessed:
      *   ATOPARM   - Scenario parameter cards (sequential
      *               input; optional)
      *   AUDITLOG  - Audit trail (KSDS, sequential read)
      *   ACCTDAT   - Account master (KSDS, sequential read)
      *   XREFFILE  - Card cross-reference (KSDS, random read by
      *               the XREF-ACCT-ID alternate key)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   CUSTHIST  - Customer contact history (KSDS, dynamic
      *               read)
      *   AUTHPTY   - Authorized parties (KSDS, dynamic read)
      *   SHIPHOLD  - Card shipment holds (KSDS, random I-O)
      *   FRAUDCSE  - Fraud case queue (KSDS, random I-O)
      *   FRDEVNT   - Fraud case event trail (KSDS, random I-O)
      *   TOKNVLT   - Card token vault (KSDS, random read)
      *   ATORPT    - Run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *   BIZRULE   - Business rule parameters (KSDS, read by
      *               the CALLed CSBRPLKP routine)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run; the window ends on it.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBATO01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ATOPARM: the scenario parameter deck, one 80-byte card
      * per setting. Optional -- the defaults stand without it.
           SELECT ATOPARM-FILE ASSIGN TO ATOPARM
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATOPARM-STATUS.

           SELECT AUDITLOG-FILE ASSIGN TO AUDITLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-AUD-ID
                  FILE STATUS  IS AUDITLOG-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
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

      * Contact history: one customer's changes browsed from the
      * start of the window
           SELECT CUSTHIST-FILE ASSIGN TO CUSTHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CHS-KEY
                  FILE STATUS  IS CUSTHIST-STATUS.

      * Authorized parties: one account's parties browsed
           SELECT AUTHPTY-FILE ASSIGN TO AUTHPTY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-AUP-KEY
                  FILE STATUS  IS AUTHPTY-STATUS.

           SELECT SHIPHOLD-FILE ASSIGN TO SHIPHOLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SHH-ACCT-ID
                  FILE STATUS  IS SHIPHOLD-STATUS.

           SELECT FRAUDCSE-FILE ASSIGN TO FRAUDCSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FRD-KEY
                  FILE STATUS  IS FRAUDCSE-STATUS.

           SELECT FRDEVNT-FILE ASSIGN TO FRDEVNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-FRE-KEY
                  FILE STATUS  IS FRDEVNT-STATUS.

           SELECT TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  FILE STATUS  IS TOKNVLT-STATUS.

           SELECT ATORPT-FILE ASSIGN TO ATORPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ATORPT-STATUS.

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
      * FD for the scenario parameter cards (80 bytes)
       FD  ATOPARM-FILE.
       01  FD-ATOPARM-REC                       PIC X(80).

      * FD for the audit trail VSAM (135 bytes)
       FD  AUDITLOG-FILE.
       01  FD-AUDITLOG-REC.
           05 FD-AUD-ID                         PIC 9(16).
           05 FD-AUD-DATA                       PIC X(119).

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

      * FD for the customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the contact history VSAM (300 bytes)
       FD  CUSTHIST-FILE.
       01  FD-CUSTHIST-REC.
           05 FD-CHS-KEY                        PIC X(23).
           05 FD-CHS-DATA                       PIC X(277).

      * FD for the authorized party VSAM (150 bytes)
       FD  AUTHPTY-FILE.
       01  FD-AUTHPTY-REC.
           05 FD-AUP-KEY                        PIC X(13).
           05 FD-AUP-DATA                       PIC X(137).

      * FD for the card shipment hold VSAM (50 bytes)
       FD  SHIPHOLD-FILE.
       01  FD-SHIPHOLD-REC.
           05 FD-SHH-ACCT-ID                    PIC 9(11).
           05 FD-SHH-DATA                       PIC X(39).

      * FD for the fraud case VSAM (500 bytes)
       FD  FRAUDCSE-FILE.
       01  FD-FRAUDCSE-REC.
           05 FD-FRD-KEY                        PIC X(12).
           05 FD-FRD-DATA                       PIC X(488).

      * FD for the fraud case event trail VSAM (100 bytes)
       FD  FRDEVNT-FILE.
       01  FD-FRDEVNT-REC.
           05 FD-FRE-KEY                        PIC X(14).
           05 FD-FRE-DATA                       PIC X(86).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(64).

      * FD for the run report (132-byte print)
       FD  ATORPT-FILE.
       01  FD-ATORPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVATO01Y: 80-byte scenario parameter card
       COPY CVATO01Y.
       01  ATOPARM-STATUS.
           05  ATOPARM-STAT1       PIC X.
           05  ATOPARM-STAT2       PIC X.
      * Parameter deck opened (a missing deck is tolerated)
       01  WS-ATOPARM-AVAILABLE    PIC X(01) VALUE 'N'.

      * CSAUD01Y: 135-byte audit trail record
       COPY CSAUD01Y.
       01  AUDITLOG-STATUS.
           05  AUDITLOG-STAT1      PIC X.
           05  AUDITLOG-STAT2      PIC X.

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

      * CVCHS01Y: 300-byte contact history record
       COPY CVCHS01Y.
       01  CUSTHIST-STATUS.
           05  CUSTHIST-STAT1      PIC X.
           05  CUSTHIST-STAT2      PIC X.

      * CVAUP01Y: 150-byte authorized party record
       COPY CVAUP01Y.
       01  AUTHPTY-STATUS.
           05  AUTHPTY-STAT1       PIC X.
           05  AUTHPTY-STAT2       PIC X.

      * CVSHP01Y: 50-byte card shipment hold record
       COPY CVSHP01Y.
       01  SHIPHOLD-STATUS.
           05  SHIPHOLD-STAT1      PIC X.
           05  SHIPHOLD-STAT2      PIC X.

      * CVFRD01Y: 500-byte fraud case record
       COPY CVFRD01Y.
       01  FRAUDCSE-STATUS.
           05  FRAUDCSE-STAT1      PIC X.
           05  FRAUDCSE-STAT2      PIC X.
      * CVTRA06Y: the 370-byte DALYTRAN image a case carries
       COPY CVTRA06Y.

      * CVFRD02Y: 100-byte fraud case event trail record
       COPY CVFRD02Y.
       01  FRDEVNT-STATUS.
           05  FRDEVNT-STAT1       PIC X.
           05  FRDEVNT-STAT2       PIC X.

      * CVTKN01Y: 80-byte token vault record
       COPY CVTKN01Y.
       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

       01  ATORPT-STATUS.
           05  ATORPT-STAT1        PIC X.
           05  ATORPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBATO01C'.
      * Job start timestamp, captured at open time
       01  WS-BATCH-START-TS        PIC X(14).

      * Scenario settings, as overridden by the ATOPARM cards
       01  WS-ATO-SETTINGS.
           05 WS-WT-ADDRESS             PIC 9(03) VALUE 25.
           05 WS-WT-PHONE               PIC 9(03) VALUE 25.
           05 WS-WT-EMAIL               PIC 9(03) VALUE 15.
           05 WS-WT-PIN                 PIC 9(03) VALUE 20.
           05 WS-WT-REPLACEMENT         PIC 9(03) VALUE 25.
           05 WS-WT-AUTH-PARTY          PIC 9(03) VALUE 20.
           05 WS-WT-SEQUENCE            PIC 9(03) VALUE 30.
           05 WS-THRESHOLD              PIC 9(03) VALUE 70.
           05 WS-WINDOW-DAYS            PIC 9(03) VALUE 7.
           05 WS-HOLD-DAYS              PIC 9(03) VALUE 10.

      * Business rule lookup buffers. See app/cpy/CSBRPWY.cpy
       01 WS-BRP-WORK-AREA.
          05 FILLER.
       COPY CSBRPWY.

      * The PIN changes inside the window, from the audit log --
      * the fixed OCCURS/linear-SEARCH idiom the batch programs
      * use
       01  WS-PIN-TABLE.
           05 WS-PIN-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-PIN-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-PIN-IDX.
              10 WS-PIN-ACCT-ID         PIC 9(11).
              10 WS-PIN-DATE            PIC X(10).
              10 WS-PIN-USR-ID          PIC X(08).
              10 WS-PIN-LAST4           PIC X(04).
              10 WS-PIN-VERB            PIC X(07).

      * One account's events, kept in date order
       01  WS-EVENT-TABLE.
           05 WS-EVT-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-EVT-ENTRY OCCURS 40 TIMES
                           INDEXED BY WS-EVT-IDX.
              10 WS-EVT-DATE            PIC X(10).
              10 WS-EVT-TYPE            PIC X(02).
              10 WS-EVT-WEIGHT          PIC 9(03).
              10 WS-EVT-SOURCE-PGM      PIC X(08).
              10 WS-EVT-USR-ID          PIC X(08).
              10 WS-EVT-DETAIL          PIC X(40).
      * The event being added, and where it goes
       01  WS-NEW-EVENT.
           05 WS-NEW-EVT-DATE           PIC X(10).
           05 WS-NEW-EVT-TYPE           PIC X(02).
           05 WS-NEW-EVT-WEIGHT         PIC 9(03).
           05 WS-NEW-EVT-SOURCE-PGM     PIC X(08).
           05 WS-NEW-EVT-USR-ID         PIC X(08).
           05 WS-NEW-EVT-DETAIL         PIC X(40).
       01  WS-EVT-SUB                   PIC S9(04) COMP VALUE 0.
       01  WS-EVT-POS                   PIC S9(04) COMP VALUE 0.
       01  WS-EVT-SLOT-FOUND            PIC X(01) VALUE 'N'.

      * A contact history record held until the one after it
      * (or the customer as it stands) shows what it changed
       01  WS-HELD-HISTORY.
           05 WS-HLD-EFF-TS             PIC X(14).
           05 WS-HLD-USR-ID             PIC X(08).
           05 WS-HLD-ADDRESS.
              10 WS-HLD-ADDR-LINE-1     PIC X(50).
              10 WS-HLD-ADDR-LINE-2     PIC X(50).
              10 WS-HLD-ADDR-LINE-3     PIC X(50).
              10 WS-HLD-ADDR-STATE-CD   PIC X(02).
              10 WS-HLD-ADDR-COUNTRY-CD PIC X(03).
              10 WS-HLD-ADDR-ZIP        PIC X(10).
           05 WS-HLD-PHONES.
              10 WS-HLD-PHONE-NUM-1     PIC X(15).
              10 WS-HLD-PHONE-NUM-2     PIC X(15).
           05 WS-HLD-EMAIL-ADDR         PIC X(50).
      * The contact values the held change put in place
       01  WS-AFTER-CONTACT.
           05 WS-AFT-ADDRESS.
              10 WS-AFT-ADDR-LINE-1     PIC X(50).
              10 WS-AFT-ADDR-LINE-2     PIC X(50).
              10 WS-AFT-ADDR-LINE-3     PIC X(50).
              10 WS-AFT-ADDR-STATE-CD   PIC X(02).
              10 WS-AFT-ADDR-COUNTRY-CD PIC X(03).
              10 WS-AFT-ADDR-ZIP        PIC X(10).
           05 WS-AFT-PHONES.
              10 WS-AFT-PHONE-NUM-1     PIC X(15).
              10 WS-AFT-PHONE-NUM-2     PIC X(15).
           05 WS-AFT-EMAIL-ADDR         PIC X(50).

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

      * Date work areas
       01  WS-DATE-YMD-9            PIC 9(08).
       01  WS-RUN-DATE-N            PIC 9(08).
       01  WS-RUN-INT               PIC S9(09) COMP.
       01  WS-WORK-INT              PIC S9(09) COMP.
       01  WS-WORK-DATE-N           PIC 9(08).
       01  WS-WINDOW-FROM-X         PIC X(10).
       01  WS-HOLD-UNTIL-X          PIC X(10).

       01 WS-MISC-VARS.
           05 WS-PARM-EOF               PIC X(01) VALUE 'N'.
           05 WS-AUD-EOF                PIC X(01) VALUE 'N'.
           05 WS-ACCT-EOF               PIC X(01) VALUE 'N'.
           05 WS-CHS-EOF                PIC X(01) VALUE 'N'.
           05 WS-AUP-EOF                PIC X(01) VALUE 'N'.
           05 WS-CHS-HELD               PIC X(01) VALUE 'N'.
           05 WS-HOLD-ON-FILE           PIC X(01) VALUE 'N'.
      * Events on or before this date were counted already
           05 WS-EVENT-FLOOR-DATE       PIC X(10) VALUE SPACES.
           05 WS-EVENT-DATE-X           PIC X(10) VALUE SPACES.
      * What the account's events add up to
           05 WS-HAS-ADDRESS            PIC X(01) VALUE 'N'.
           05 WS-HAS-PHONE              PIC X(01) VALUE 'N'.
           05 WS-HAS-EMAIL              PIC X(01) VALUE 'N'.
           05 WS-HAS-PIN                PIC X(01) VALUE 'N'.
           05 WS-HAS-REPLACEMENT        PIC X(01) VALUE 'N'.
           05 WS-HAS-AUTH-PARTY         PIC X(01) VALUE 'N'.
           05 WS-FIRST-CONTACT-DATE     PIC X(10) VALUE SPACES.
           05 WS-LAST-ACTION-DATE       PIC X(10) VALUE SPACES.
           05 WS-SEQUENCE-HIT           PIC X(01) VALUE 'N'.
           05 WS-ACCT-SCORE             PIC 9(04) VALUE 0.
      * Case key allocation, downward from the top of the day
           05 WS-NEXT-CASE-SEQ          PIC 9(04) VALUE 9999.
           05 WS-CASE-KEYED             PIC X(01) VALUE 'N'.
           05 WS-CASE-CARD-NUM          PIC X(16) VALUE SPACES.
           05 WS-CASE-EVENTS            PIC 9(02) VALUE 0.
       01 WS-COUNTERS.
           05 WS-PARM-CARDS-READ        PIC 9(05) VALUE 0.
           05 WS-PARM-CARDS-REJECTED    PIC 9(05) VALUE 0.
           05 WS-AUDIT-READ             PIC 9(09) VALUE 0.
           05 WS-ACCT-READ              PIC 9(09) VALUE 0.
           05 WS-ACCT-WITH-EVENTS       PIC 9(09) VALUE 0.
           05 WS-EVENT-COUNT            PIC 9(09) VALUE 0.
           05 WS-CASE-COUNT             PIC 9(07) VALUE 0.
           05 WS-HOLD-COUNT             PIC 9(07) VALUE 0.
           05 WS-CASE-NOT-KEYED-COUNT   PIC 9(07) VALUE 0.
           05 WS-TABLE-FULL-COUNT       PIC 9(07) VALUE 0.

      * Run report lines
       01 WS-ATO-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'ACCOUNT TAKEOVER DETECTION'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-ATO-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(10)
                   VALUE '  WINDOW: '.
           05 WS-ATO-RPT-FROM           PIC X(10).
           05 FILLER                    PIC X(04) VALUE ' TO '.
           05 WS-ATO-RPT-TO             PIC X(10).
           05 FILLER                    PIC X(37) VALUE SPACES.
       01 WS-ATO-RPT-SETTINGS.
           05 FILLER                    PIC X(09) VALUE ' WEIGHTS '.
           05 FILLER                    PIC X(03) VALUE 'AD='.
           05 WS-ATO-RPT-S-AD           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' PH='.
           05 WS-ATO-RPT-S-PH           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' EM='.
           05 WS-ATO-RPT-S-EM           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' PN='.
           05 WS-ATO-RPT-S-PN           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' RC='.
           05 WS-ATO-RPT-S-RC           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' AU='.
           05 WS-ATO-RPT-S-AU           PIC ZZ9.
           05 FILLER                    PIC X(04) VALUE ' SQ='.
           05 WS-ATO-RPT-S-SQ           PIC ZZ9.
           05 FILLER                    PIC X(13)
                   VALUE '  THRESHOLD: '.
           05 WS-ATO-RPT-S-TH           PIC ZZ9.
           05 FILLER                    PIC X(10)
                   VALUE '  WINDOW: '.
           05 WS-ATO-RPT-S-WN           PIC ZZ9.
           05 FILLER                    PIC X(15)
                   VALUE ' DAYS  HOLD:   '.
           05 WS-ATO-RPT-S-HD           PIC ZZ9.
           05 FILLER                    PIC X(05) VALUE ' DAYS'.
           05 FILLER                    PIC X(16) VALUE SPACES.
       01 WS-ATO-RPT-CASE-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' ACCOUNT      CARD             CASE           SC'.
           05 FILLER                    PIC X(48) VALUE
              'ORE HOLD UNTIL EVENTS                          '.
           05 FILLER                    PIC X(36) VALUE SPACES.
       01 WS-ATO-RPT-CASE-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ATO-RPT-C-ACCT         PIC 9(11).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ATO-RPT-C-CARD         PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ATO-RPT-C-DATE         PIC 9(08).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 WS-ATO-RPT-C-SEQ          PIC 9(04).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-ATO-RPT-C-SCORE        PIC ZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ATO-RPT-C-HOLD         PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ATO-RPT-C-EVENTS       PIC ZZZZ9.
           05 FILLER                    PIC X(64) VALUE SPACES.
       01 WS-ATO-RPT-EVENT-LINE.
           05 FILLER                    PIC X(06) VALUE SPACES.
           05 WS-ATO-RPT-E-DATE         PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ATO-RPT-E-TYPE         PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ATO-RPT-E-WEIGHT       PIC ZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ATO-RPT-E-PGM          PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ATO-RPT-E-USER         PIC X(08).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ATO-RPT-E-DETAIL       PIC X(40).
           05 FILLER                    PIC X(45) VALUE SPACES.
       01 WS-ATO-RPT-MSG-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-ATO-RPT-MSG-TEXT       PIC X(80).
           05 FILLER                    PIC X(48) VALUE SPACES.
       01 WS-ATO-RPT-TOTAL-LINE.
           05 WS-ATO-RPT-TOT-LABEL      PIC X(32).
           05 WS-ATO-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(91) VALUE SPACES.
       01 WS-ATO-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: settings, the window's PIN changes, then
      * one pass over the accounts.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBATO01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
           OR  PARM-DATE(8:1) NOT = '-'
           OR  PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-RUN-DATE-N(1:4)
           MOVE PARM-DATE(6:2) TO WS-RUN-DATE-N(5:2)
           MOVE PARM-DATE(9:2) TO WS-RUN-DATE-N(7:2)
           COMPUTE WS-RUN-INT =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N)

           PERFORM 0100-ATOPARM-OPEN.
           PERFORM 0150-AUDITLOG-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0250-XREFFILE-OPEN.
           PERFORM 0300-CUSTDAT-OPEN.
           PERFORM 0350-CUSTHIST-OPEN.
           PERFORM 0400-AUTHPTY-OPEN.
           PERFORM 0450-SHIPHOLD-OPEN.
           PERFORM 0500-FRAUDCSE-OPEN.
           PERFORM 0550-FRDEVNT-OPEN.
           PERFORM 0600-TOKNVLT-OPEN.
           PERFORM 0650-ATORPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-SETTINGS.

      * The window's first day, and the end of a new hold
           COMPUTE WS-WORK-INT = WS-RUN-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-WORK-DATE-N =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING WS-WORK-DATE-N(1:4) '-'
                  WS-WORK-DATE-N(5:2) '-'
                  WS-WORK-DATE-N(7:2)
                  DELIMITED BY SIZE
                  INTO WS-WINDOW-FROM-X
           END-STRING
           COMPUTE WS-WORK-INT = WS-RUN-INT + WS-HOLD-DAYS
           COMPUTE WS-WORK-DATE-N =
              FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           STRING WS-WORK-DATE-N(1:4) '-'
                  WS-WORK-DATE-N(5:2) '-'
                  WS-WORK-DATE-N(7:2)
                  DELIMITED BY SIZE
                  INTO WS-HOLD-UNTIL-X
           END-STRING
           DISPLAY 'WINDOW FROM: ' WS-WINDOW-FROM-X

      * The report heading, with the settings in force
           MOVE PARM-DATE            TO WS-ATO-RPT-DATE
           MOVE WS-WINDOW-FROM-X     TO WS-ATO-RPT-FROM
           MOVE PARM-DATE            TO WS-ATO-RPT-TO
           MOVE WS-WT-ADDRESS        TO WS-ATO-RPT-S-AD
           MOVE WS-WT-PHONE          TO WS-ATO-RPT-S-PH
           MOVE WS-WT-EMAIL          TO WS-ATO-RPT-S-EM
           MOVE WS-WT-PIN            TO WS-ATO-RPT-S-PN
           MOVE WS-WT-REPLACEMENT    TO WS-ATO-RPT-S-RC
           MOVE WS-WT-AUTH-PARTY     TO WS-ATO-RPT-S-AU
           MOVE WS-WT-SEQUENCE       TO WS-ATO-RPT-S-SQ
           MOVE WS-THRESHOLD         TO WS-ATO-RPT-S-TH
           MOVE WS-WINDOW-DAYS       TO WS-ATO-RPT-S-WN
           MOVE WS-HOLD-DAYS         TO WS-ATO-RPT-S-HD
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-HEADER
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-SETTINGS
           PERFORM 1040-WRITE-RULE-LINE
              VARYING WS-BRP-SUB FROM 1 BY 1
              UNTIL WS-BRP-SUB > WS-BRP-LINES-USED
           IF  WS-ATOPARM-AVAILABLE NOT = 'Y'
               MOVE 'NO ATOPARM CARDS - DEFAULT SETTINGS IN FORCE'
                 TO WS-ATO-RPT-MSG-TEXT
               WRITE FD-ATORPT-REC FROM WS-ATO-RPT-MSG-LINE
           END-IF
           IF  WS-PARM-CARDS-REJECTED > 0
               MOVE SPACES TO WS-ATO-RPT-MSG-TEXT
               STRING WS-PARM-CARDS-REJECTED
                      ' PARAMETER CARDS IGNORED - SEE THE JOB LOG'
                      DELIMITED BY SIZE
                 INTO WS-ATO-RPT-MSG-TEXT
               END-STRING
               WRITE FD-ATORPT-REC FROM WS-ATO-RPT-MSG-LINE
           END-IF
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-BLANK

           PERFORM 2000-LOAD-PIN-CHANGES.

           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-CASE-HEAD
           PERFORM 3000-SCAN-ACCOUNTS.
           IF  WS-CASE-COUNT = 0
               MOVE 'NO ACCOUNT REACHED THE THRESHOLD'
                 TO WS-ATO-RPT-MSG-TEXT
               WRITE FD-ATORPT-REC FROM WS-ATO-RPT-MSG-LINE
           END-IF

           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-BLANK
           MOVE 'ACCOUNTS SCANNED               :'
             TO WS-ATO-RPT-TOT-LABEL
           MOVE WS-ACCT-READ         TO WS-ATO-RPT-TOT-COUNT
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS WITH EVENTS           :'
             TO WS-ATO-RPT-TOT-LABEL
           MOVE WS-ACCT-WITH-EVENTS  TO WS-ATO-RPT-TOT-COUNT
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-TOTAL-LINE
           MOVE 'SERVICING EVENTS SCORED        :'
             TO WS-ATO-RPT-TOT-LABEL
           MOVE WS-EVENT-COUNT       TO WS-ATO-RPT-TOT-COUNT
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-TOTAL-LINE
           MOVE 'TAKEOVER CASES OPENED          :'
             TO WS-ATO-RPT-TOT-LABEL
           MOVE WS-CASE-COUNT        TO WS-ATO-RPT-TOT-COUNT
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-TOTAL-LINE
           MOVE 'CARD SHIPMENT HOLDS SET        :'
             TO WS-ATO-RPT-TOT-LABEL
           MOVE WS-HOLD-COUNT        TO WS-ATO-RPT-TOT-COUNT
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-TOTAL-LINE

           PERFORM 9100-ATOPARM-CLOSE.
           PERFORM 9150-AUDITLOG-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9250-XREFFILE-CLOSE.
           PERFORM 9300-CUSTDAT-CLOSE.
           PERFORM 9350-CUSTHIST-CLOSE.
           PERFORM 9400-AUTHPTY-CLOSE.
           PERFORM 9450-SHIPHOLD-CLOSE.
           PERFORM 9500-FRAUDCSE-CLOSE.
           PERFORM 9550-FRDEVNT-CLOSE.
           PERFORM 9600-TOKNVLT-CLOSE.
           PERFORM 9650-ATORPT-CLOSE.

           DISPLAY 'PARAMETER CARDS READ   :' WS-PARM-CARDS-READ
           DISPLAY 'PARAMETER CARDS BAD    :' WS-PARM-CARDS-REJECTED
           DISPLAY 'AUDIT RECORDS READ     :' WS-AUDIT-READ
           DISPLAY 'PIN CHANGES IN WINDOW  :' WS-PIN-ENTRIES-USED
           DISPLAY 'ACCOUNTS SCANNED       :' WS-ACCT-READ
           DISPLAY 'ACCOUNTS WITH EVENTS   :' WS-ACCT-WITH-EVENTS
           DISPLAY 'EVENTS SCORED          :' WS-EVENT-COUNT
           DISPLAY 'TAKEOVER CASES OPENED  :' WS-CASE-COUNT
           DISPLAY 'SHIPMENT HOLDS SET     :' WS-HOLD-COUNT
           DISPLAY 'CASES NOT KEYED        :' WS-CASE-NOT-KEYED-COUNT
           DISPLAY 'TABLE OVERFLOWS        :' WS-TABLE-FULL-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           IF  WS-PARM-CARDS-REJECTED > 0
           OR  WS-TABLE-FULL-COUNT > 0
           OR  WS-CASE-NOT-KEYED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBATO01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the ATOPARM cards over the built-in defaults.
      *---------------------------------------------------------------*
       1000-LOAD-SETTINGS.
           IF  WS-ATOPARM-AVAILABLE = 'Y'
               MOVE 'N' TO WS-PARM-EOF
               PERFORM 1010-NEXT-PARM-CARD
                  THRU 1010-NEXT-PARM-CARD-EXIT
                  UNTIL WS-PARM-EOF = 'Y'
           END-IF
           PERFORM 1030-LOAD-BUSINESS-RULES
      * A window or threshold of zero would score nothing
           IF  WS-WINDOW-DAYS = 0
               MOVE 1 TO WS-WINDOW-DAYS
           END-IF
           IF  WS-THRESHOLD = 0
               MOVE 1 TO WS-THRESHOLD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One parameter card. A blank card or one starting '*' is
      * a comment; an unknown code or a non-numeric value is
      * listed and ignored.
      *---------------------------------------------------------------*
       1010-NEXT-PARM-CARD.
           READ ATOPARM-FILE INTO ATO-PARM-CARD
               AT END
                  MOVE 'Y' TO WS-PARM-EOF
                  GO TO 1010-NEXT-PARM-CARD-EXIT
           END-READ
           IF  ATOPARM-STATUS NOT = '00'
               DISPLAY 'ERROR READING ATOPARM CARDS'
               MOVE ATOPARM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-PARM-CARDS-READ
           IF  ATP-CODE = SPACES
           OR  ATP-CODE(1:1) = '*'
               GO TO 1010-NEXT-PARM-CARD-EXIT
           END-IF
           IF  ATP-VALUE NOT NUMERIC
               GO TO 1020-REJECT-PARM-CARD
           END-IF
           EVALUATE ATP-CODE
               WHEN 'AD'
                   MOVE ATP-VALUE-N TO WS-WT-ADDRESS
               WHEN 'PH'
                   MOVE ATP-VALUE-N TO WS-WT-PHONE
               WHEN 'EM'
                   MOVE ATP-VALUE-N TO WS-WT-EMAIL
               WHEN 'PN'
                   MOVE ATP-VALUE-N TO WS-WT-PIN
               WHEN 'RC'
                   MOVE ATP-VALUE-N TO WS-WT-REPLACEMENT
               WHEN 'AU'
                   MOVE ATP-VALUE-N TO WS-WT-AUTH-PARTY
               WHEN 'SQ'
                   MOVE ATP-VALUE-N TO WS-WT-SEQUENCE
               WHEN 'TH'
                   MOVE ATP-VALUE-N TO WS-THRESHOLD
               WHEN 'WN'
                   MOVE ATP-VALUE-N TO WS-WINDOW-DAYS
               WHEN 'HD'
                   MOVE ATP-VALUE-N TO WS-HOLD-DAYS
               WHEN OTHER
                   GO TO 1020-REJECT-PARM-CARD
           END-EVALUATE
           GO TO 1010-NEXT-PARM-CARD-EXIT.
       1020-REJECT-PARM-CARD.
           ADD 1 TO WS-PARM-CARDS-REJECTED
           DISPLAY 'PARAMETER CARD IGNORED: ' ATO-PARM-CARD(1:40).
       1010-NEXT-PARM-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The threshold in force on the run date: an approved
      * ATOTHRSH business rule replaces the card or default.
      *---------------------------------------------------------------*
       1030-LOAD-BUSINESS-RULES.
           MOVE PARM-DATE    TO WS-BRP-DATE
           MOVE 'ATOTHRSH'   TO WS-BRP-CODE
           MOVE WS-THRESHOLD TO WS-BRP-VALUE
           PERFORM LOOKUP-BIZ-RULE THRU LOOKUP-BIZ-RULE-EXIT
           MOVE WS-BRP-VALUE TO WS-THRESHOLD
           PERFORM CLOSE-BIZ-RULES THRU CLOSE-BIZ-RULES-EXIT
           EXIT.
      *---------------------------------------------------------------*
      * Lists one business rule the run used, with its source.
      *---------------------------------------------------------------*
       1040-WRITE-RULE-LINE.
           MOVE WS-BRP-RPT-LINE (WS-BRP-SUB) TO WS-ATO-RPT-MSG-TEXT
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-MSG-LINE
           EXIT.
      *---------------------------------------------------------------*
      * One pass over the audit log: every PIN set or change
      * inside the window is tabled by account. COPIN00C writes
      * the account at AUD-DESC bytes 17-27, the card's last
      * four at 38-41 and SET/CHANGED from 43.
      *---------------------------------------------------------------*
       2000-LOAD-PIN-CHANGES.
           MOVE 'N' TO WS-AUD-EOF
           PERFORM 2010-NEXT-AUDIT-RECORD
              THRU 2010-NEXT-AUDIT-RECORD-EXIT
              UNTIL WS-AUD-EOF = 'Y'
           EXIT.
       2010-NEXT-AUDIT-RECORD.
           READ AUDITLOG-FILE NEXT RECORD INTO AUDIT-RECORD
               AT END
                  MOVE 'Y' TO WS-AUD-EOF
                  GO TO 2010-NEXT-AUDIT-RECORD-EXIT
           END-READ
           IF  AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERROR READING AUDIT LOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-AUDIT-READ
           IF  NOT AUD-ACTION-PIN-CHANGE
           OR  AUD-DESC(17:11) NOT NUMERIC
               GO TO 2010-NEXT-AUDIT-RECORD-EXIT
           END-IF
           STRING AUD-TS(1:4) '-' AUD-TS(5:2) '-' AUD-TS(7:2)
                  DELIMITED BY SIZE
             INTO WS-EVENT-DATE-X
           END-STRING
           IF  WS-EVENT-DATE-X < WS-WINDOW-FROM-X
           OR  WS-EVENT-DATE-X > PARM-DATE
               GO TO 2010-NEXT-AUDIT-RECORD-EXIT
           END-IF
           IF  WS-PIN-ENTRIES-USED NOT < 2000
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY 'PIN CHANGE TABLE FULL - AUDIT ID ' AUD-ID
               GO TO 2010-NEXT-AUDIT-RECORD-EXIT
           END-IF
           ADD 1 TO WS-PIN-ENTRIES-USED
           SET WS-PIN-IDX TO WS-PIN-ENTRIES-USED
           MOVE AUD-DESC(17:11)  TO WS-PIN-ACCT-ID (WS-PIN-IDX)
           MOVE WS-EVENT-DATE-X  TO WS-PIN-DATE    (WS-PIN-IDX)
           MOVE AUD-USR-ID       TO WS-PIN-USR-ID  (WS-PIN-IDX)
           MOVE AUD-DESC(38:4)   TO WS-PIN-LAST4   (WS-PIN-IDX)
           MOVE AUD-DESC(43:7)   TO WS-PIN-VERB    (WS-PIN-IDX).
       2010-NEXT-AUDIT-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Every account, in account order.
      *---------------------------------------------------------------*
       3000-SCAN-ACCOUNTS.
           MOVE 'N' TO WS-ACCT-EOF
           PERFORM 3010-NEXT-ACCOUNT
              THRU 3010-NEXT-ACCOUNT-EXIT
              UNTIL WS-ACCT-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One account: its events gathered, scored, and a case
      * opened when the score reaches the threshold. A closed
      * account has nothing left to take over.
      *---------------------------------------------------------------*
       3010-NEXT-ACCOUNT.
           READ ACCOUNT-FILE NEXT RECORD INTO ACCOUNT-RECORD
               AT END
                  MOVE 'Y' TO WS-ACCT-EOF
                  GO TO 3010-NEXT-ACCOUNT-EXIT
           END-READ
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR READING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-ACCT-READ
           IF  ACCT-STATUS-CLOSED
               GO TO 3010-NEXT-ACCOUNT-EXIT
           END-IF

           MOVE 0   TO WS-EVT-ENTRIES-USED
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  GO TO 3010-NEXT-ACCOUNT-EXIT
           END-READ

      * A hold already set means the events up to its date have
      * been answered
           MOVE SPACES TO WS-EVENT-FLOOR-DATE
           MOVE 'N'    TO WS-HOLD-ON-FILE
           MOVE ACCT-ID TO FD-SHH-ACCT-ID
           READ SHIPHOLD-FILE INTO SHIP-HOLD-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           IF  SHIPHOLD-STATUS = '00'
               MOVE 'Y'          TO WS-HOLD-ON-FILE
               MOVE SHH-SET-DATE TO WS-EVENT-FLOOR-DATE
           END-IF

           PERFORM 3100-COLLECT-CONTACT-CHANGES
              THRU 3100-COLLECT-CONTACT-CHANGES-EXIT
           PERFORM 3200-COLLECT-REPLACEMENT
              THRU 3200-COLLECT-REPLACEMENT-EXIT
           PERFORM 3300-COLLECT-PARTY-ADDS
           PERFORM 3400-COLLECT-PIN-CHANGES
           IF  WS-EVT-ENTRIES-USED = 0
               GO TO 3010-NEXT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-ACCT-WITH-EVENTS
           ADD WS-EVT-ENTRIES-USED TO WS-EVENT-COUNT

           PERFORM 3500-SCORE-ACCOUNT
           IF  WS-ACCT-SCORE NOT < WS-THRESHOLD
               PERFORM 4000-OPEN-TAKEOVER-CASE
                  THRU 4000-OPEN-TAKEOVER-CASE-EXIT
           END-IF.
       3010-NEXT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The customer's contact changes from the start of the
      * window. Each history record is held until the next one
      * is read: the next record's prior values are what the
      * held change put in place. The latest change compares
      * with the customer as it stands.
      *---------------------------------------------------------------*
       3100-COLLECT-CONTACT-CHANGES.
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  GO TO 3100-COLLECT-CONTACT-CHANGES-EXIT
           END-READ
           MOVE 'N' TO WS-CHS-EOF
           MOVE 'N' TO WS-CHS-HELD
           MOVE XREF-CUST-ID            TO CHS-CUST-ID
           MOVE SPACES                  TO CHS-EFF-TS
           STRING WS-WINDOW-FROM-X(1:4) WS-WINDOW-FROM-X(6:2)
                  WS-WINDOW-FROM-X(9:2) '000000'
                  DELIMITED BY SIZE
             INTO CHS-EFF-TS
           END-STRING
           MOVE CHS-KEY                 TO FD-CHS-KEY
           START CUSTHIST-FILE KEY IS NOT LESS THAN FD-CHS-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-CHS-EOF
           END-START
           PERFORM 3110-NEXT-CONTACT-CHANGE
              THRU 3110-NEXT-CONTACT-CHANGE-EXIT
              UNTIL WS-CHS-EOF = 'Y'
           IF  WS-CHS-HELD = 'Y'
               MOVE CUST-ADDR-LINE-1     TO WS-AFT-ADDR-LINE-1
               MOVE CUST-ADDR-LINE-2     TO WS-AFT-ADDR-LINE-2
               MOVE CUST-ADDR-LINE-3     TO WS-AFT-ADDR-LINE-3
               MOVE CUST-ADDR-STATE-CD   TO WS-AFT-ADDR-STATE-CD
               MOVE CUST-ADDR-COUNTRY-CD TO WS-AFT-ADDR-COUNTRY-CD
               MOVE CUST-ADDR-ZIP        TO WS-AFT-ADDR-ZIP
               MOVE CUST-PHONE-NUM-1     TO WS-AFT-PHONE-NUM-1
               MOVE CUST-PHONE-NUM-2     TO WS-AFT-PHONE-NUM-2
               MOVE CUST-EMAIL-ADDR      TO WS-AFT-EMAIL-ADDR
               PERFORM 3120-CLASSIFY-HELD-CHANGE
           END-IF.
       3100-COLLECT-CONTACT-CHANGES-EXIT.
           EXIT.
       3110-NEXT-CONTACT-CHANGE.
           READ CUSTHIST-FILE NEXT RECORD INTO CUST-HIST-RECORD
               AT END
                  MOVE 'Y' TO WS-CHS-EOF
                  GO TO 3110-NEXT-CONTACT-CHANGE-EXIT
           END-READ
           IF  CUSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR READING CONTACT HISTORY FILE'
               MOVE CUSTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  CHS-CUST-ID NOT = XREF-CUST-ID
               MOVE 'Y' TO WS-CHS-EOF
               GO TO 3110-NEXT-CONTACT-CHANGE-EXIT
           END-IF
           IF  WS-CHS-HELD = 'Y'
               MOVE CHS-PRIOR-ADDR-LINE-1     TO WS-AFT-ADDR-LINE-1
               MOVE CHS-PRIOR-ADDR-LINE-2     TO WS-AFT-ADDR-LINE-2
               MOVE CHS-PRIOR-ADDR-LINE-3     TO WS-AFT-ADDR-LINE-3
               MOVE CHS-PRIOR-ADDR-STATE-CD   TO WS-AFT-ADDR-STATE-CD
               MOVE CHS-PRIOR-ADDR-COUNTRY-CD
                 TO WS-AFT-ADDR-COUNTRY-CD
               MOVE CHS-PRIOR-ADDR-ZIP        TO WS-AFT-ADDR-ZIP
               MOVE CHS-PRIOR-PHONE-NUM-1     TO WS-AFT-PHONE-NUM-1
               MOVE CHS-PRIOR-PHONE-NUM-2     TO WS-AFT-PHONE-NUM-2
               MOVE CHS-PRIOR-EMAIL-ADDR      TO WS-AFT-EMAIL-ADDR
               PERFORM 3120-CLASSIFY-HELD-CHANGE
           END-IF
           MOVE 'Y'                       TO WS-CHS-HELD
           MOVE CHS-EFF-TS                TO WS-HLD-EFF-TS
           MOVE CHS-CHANGED-BY-USR-ID     TO WS-HLD-USR-ID
           MOVE CHS-PRIOR-ADDR-LINE-1     TO WS-HLD-ADDR-LINE-1
           MOVE CHS-PRIOR-ADDR-LINE-2     TO WS-HLD-ADDR-LINE-2
           MOVE CHS-PRIOR-ADDR-LINE-3     TO WS-HLD-ADDR-LINE-3
           MOVE CHS-PRIOR-ADDR-STATE-CD   TO WS-HLD-ADDR-STATE-CD
           MOVE CHS-PRIOR-ADDR-COUNTRY-CD TO WS-HLD-ADDR-COUNTRY-CD
           MOVE CHS-PRIOR-ADDR-ZIP        TO WS-HLD-ADDR-ZIP
           MOVE CHS-PRIOR-PHONE-NUM-1     TO WS-HLD-PHONE-NUM-1
           MOVE CHS-PRIOR-PHONE-NUM-2     TO WS-HLD-PHONE-NUM-2
           MOVE CHS-PRIOR-EMAIL-ADDR      TO WS-HLD-EMAIL-ADDR.
       3110-NEXT-CONTACT-CHANGE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * What the held change altered: one event for each of the
      * address, the phones and the email that differ. A change
      * to the other customer flags alone is not an event.
      *---------------------------------------------------------------*
       3120-CLASSIFY-HELD-CHANGE.
           STRING WS-HLD-EFF-TS(1:4) '-' WS-HLD-EFF-TS(5:2) '-'
                  WS-HLD-EFF-TS(7:2)
                  DELIMITED BY SIZE
             INTO WS-NEW-EVT-DATE
           END-STRING
           MOVE 'COCUP00C'     TO WS-NEW-EVT-SOURCE-PGM
           MOVE WS-HLD-USR-ID  TO WS-NEW-EVT-USR-ID
           IF  WS-HLD-ADDRESS NOT = WS-AFT-ADDRESS
               MOVE 'AD'           TO WS-NEW-EVT-TYPE
               MOVE WS-WT-ADDRESS  TO WS-NEW-EVT-WEIGHT
               MOVE SPACES         TO WS-NEW-EVT-DETAIL
               STRING 'ADDRESS CHANGED, ZIP ' DELIMITED BY SIZE
                      WS-HLD-ADDR-ZIP         DELIMITED BY SPACE
                      ' TO '                  DELIMITED BY SIZE
                      WS-AFT-ADDR-ZIP         DELIMITED BY SPACE
                 INTO WS-NEW-EVT-DETAIL
               END-STRING
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-HLD-PHONES NOT = WS-AFT-PHONES
               MOVE 'PH'           TO WS-NEW-EVT-TYPE
               MOVE WS-WT-PHONE    TO WS-NEW-EVT-WEIGHT
               MOVE 'PHONE NUMBER CHANGED'
                                   TO WS-NEW-EVT-DETAIL
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-HLD-EMAIL-ADDR NOT = WS-AFT-EMAIL-ADDR
               MOVE 'EM'           TO WS-NEW-EVT-TYPE
               MOVE WS-WT-EMAIL    TO WS-NEW-EVT-WEIGHT
               MOVE 'EMAIL ADDRESS CHANGED'
                                   TO WS-NEW-EVT-DETAIL
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A card replacement: the account's reissue date.
      *---------------------------------------------------------------*
       3200-COLLECT-REPLACEMENT.
           IF  ACCT-REISSUE-DATE = SPACES OR LOW-VALUES
               GO TO 3200-COLLECT-REPLACEMENT-EXIT
           END-IF
           MOVE ACCT-REISSUE-DATE   TO WS-NEW-EVT-DATE
           MOVE 'RC'                TO WS-NEW-EVT-TYPE
           MOVE WS-WT-REPLACEMENT   TO WS-NEW-EVT-WEIGHT
           MOVE 'COCRDUPC'          TO WS-NEW-EVT-SOURCE-PGM
           MOVE SPACES              TO WS-NEW-EVT-USR-ID
           MOVE 'CARD REISSUED ON THE ACCOUNT'
                                    TO WS-NEW-EVT-DETAIL
           PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT.
       3200-COLLECT-REPLACEMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Authorized parties added to the account.
      *---------------------------------------------------------------*
       3300-COLLECT-PARTY-ADDS.
           MOVE 'N'     TO WS-AUP-EOF
           MOVE ACCT-ID TO AUP-ACCT-ID
           MOVE 0       TO AUP-SEQ
           MOVE AUP-KEY TO FD-AUP-KEY
           START AUTHPTY-FILE KEY IS NOT LESS THAN FD-AUP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-AUP-EOF
           END-START
           PERFORM 3310-NEXT-PARTY
              THRU 3310-NEXT-PARTY-EXIT
              UNTIL WS-AUP-EOF = 'Y'
           EXIT.
       3310-NEXT-PARTY.
           READ AUTHPTY-FILE NEXT RECORD INTO AUTHORIZED-PARTY-RECORD
               AT END
                  MOVE 'Y' TO WS-AUP-EOF
                  GO TO 3310-NEXT-PARTY-EXIT
           END-READ
           IF  AUTHPTY-STATUS NOT = '00'
               DISPLAY 'ERROR READING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  AUP-ACCT-ID NOT = ACCT-ID
               MOVE 'Y' TO WS-AUP-EOF
               GO TO 3310-NEXT-PARTY-EXIT
           END-IF
           IF  AUP-ADDED-DATE = SPACES OR LOW-VALUES
               GO TO 3310-NEXT-PARTY-EXIT
           END-IF
           MOVE AUP-ADDED-DATE       TO WS-NEW-EVT-DATE
           MOVE 'AU'                 TO WS-NEW-EVT-TYPE
           MOVE WS-WT-AUTH-PARTY     TO WS-NEW-EVT-WEIGHT
           MOVE 'COAUP00C'           TO WS-NEW-EVT-SOURCE-PGM
           MOVE AUP-ADDED-BY-USR-ID  TO WS-NEW-EVT-USR-ID
           MOVE SPACES               TO WS-NEW-EVT-DETAIL
           STRING 'PARTY ADDED: '   DELIMITED BY SIZE
                  AUP-NAME(1:27)    DELIMITED BY SIZE
             INTO WS-NEW-EVT-DETAIL
           END-STRING
           PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT.
       3310-NEXT-PARTY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The account's PIN changes, from the table.
      *---------------------------------------------------------------*
       3400-COLLECT-PIN-CHANGES.
           PERFORM 3410-CHECK-PIN-ENTRY
              VARYING WS-PIN-IDX FROM 1 BY 1
              UNTIL WS-PIN-IDX > WS-PIN-ENTRIES-USED
           EXIT.
       3410-CHECK-PIN-ENTRY.
           IF  WS-PIN-ACCT-ID (WS-PIN-IDX) = ACCT-ID
               MOVE WS-PIN-DATE (WS-PIN-IDX)   TO WS-NEW-EVT-DATE
               MOVE 'PN'                       TO WS-NEW-EVT-TYPE
               MOVE WS-WT-PIN                  TO WS-NEW-EVT-WEIGHT
               MOVE 'COPIN00C'                 TO WS-NEW-EVT-SOURCE-PGM
               MOVE WS-PIN-USR-ID (WS-PIN-IDX) TO WS-NEW-EVT-USR-ID
               MOVE SPACES                     TO WS-NEW-EVT-DETAIL
               STRING 'PIN '                     DELIMITED BY SIZE
                      WS-PIN-VERB (WS-PIN-IDX)   DELIMITED BY SPACE
                      ' ON CARD ****'            DELIMITED BY SIZE
                      WS-PIN-LAST4 (WS-PIN-IDX)  DELIMITED BY SIZE
                 INTO WS-NEW-EVT-DETAIL
               END-STRING
               PERFORM 3900-ADD-EVENT THRU 3900-ADD-EVENT-EXIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The score: each event type present adds its weight once,
      * and the sequence weight is added when the first contact
      * change is no later than the last PIN change, replacement
      * or party add.
      *---------------------------------------------------------------*
       3500-SCORE-ACCOUNT.
           MOVE 'N'    TO WS-HAS-ADDRESS
                          WS-HAS-PHONE
                          WS-HAS-EMAIL
                          WS-HAS-PIN
                          WS-HAS-REPLACEMENT
                          WS-HAS-AUTH-PARTY
                          WS-SEQUENCE-HIT
           MOVE SPACES TO WS-FIRST-CONTACT-DATE
                          WS-LAST-ACTION-DATE
           PERFORM 3510-TALLY-EVENT
              VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > WS-EVT-ENTRIES-USED
           MOVE 0 TO WS-ACCT-SCORE
           IF  WS-HAS-ADDRESS = 'Y'
               ADD WS-WT-ADDRESS     TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-PHONE = 'Y'
               ADD WS-WT-PHONE       TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-EMAIL = 'Y'
               ADD WS-WT-EMAIL       TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-PIN = 'Y'
               ADD WS-WT-PIN         TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-REPLACEMENT = 'Y'
               ADD WS-WT-REPLACEMENT TO WS-ACCT-SCORE
           END-IF
           IF  WS-HAS-AUTH-PARTY = 'Y'
               ADD WS-WT-AUTH-PARTY  TO WS-ACCT-SCORE
           END-IF
           IF  WS-FIRST-CONTACT-DATE NOT = SPACES
           AND WS-LAST-ACTION-DATE NOT = SPACES
           AND WS-FIRST-CONTACT-DATE NOT > WS-LAST-ACTION-DATE
               MOVE 'Y' TO WS-SEQUENCE-HIT
               ADD WS-WT-SEQUENCE    TO WS-ACCT-SCORE
           END-IF
           EXIT.
       3510-TALLY-EVENT.
           EVALUATE WS-EVT-TYPE (WS-EVT-IDX)
               WHEN 'AD'
                   MOVE 'Y' TO WS-HAS-ADDRESS
               WHEN 'PH'
                   MOVE 'Y' TO WS-HAS-PHONE
               WHEN 'EM'
                   MOVE 'Y' TO WS-HAS-EMAIL
               WHEN 'PN'
                   MOVE 'Y' TO WS-HAS-PIN
               WHEN 'RC'
                   MOVE 'Y' TO WS-HAS-REPLACEMENT
               WHEN 'AU'
                   MOVE 'Y' TO WS-HAS-AUTH-PARTY
           END-EVALUATE
      * Events are in date order: the first contact change seen
      * is the earliest, the last action seen the latest
           EVALUATE WS-EVT-TYPE (WS-EVT-IDX)
               WHEN 'AD'
               WHEN 'PH'
               WHEN 'EM'
                   IF  WS-FIRST-CONTACT-DATE = SPACES
                       MOVE WS-EVT-DATE (WS-EVT-IDX)
                         TO WS-FIRST-CONTACT-DATE
                   END-IF
               WHEN OTHER
                   MOVE WS-EVT-DATE (WS-EVT-IDX)
                     TO WS-LAST-ACTION-DATE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Adds WS-NEW-EVENT to the account's table in date order,
      * if it falls in the window and after any hold already
      * set on the account.
      *---------------------------------------------------------------*
       3900-ADD-EVENT.
           IF  WS-NEW-EVT-DATE < WS-WINDOW-FROM-X
           OR  WS-NEW-EVT-DATE > PARM-DATE
               GO TO 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-HOLD-ON-FILE = 'Y'
           AND WS-NEW-EVT-DATE NOT > WS-EVENT-FLOOR-DATE
               GO TO 3900-ADD-EVENT-EXIT
           END-IF
           IF  WS-EVT-ENTRIES-USED NOT < 40
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY 'EVENT TABLE FULL - ACCOUNT ' ACCT-ID
               GO TO 3900-ADD-EVENT-EXIT
           END-IF
      * The new event goes after every event on or before its
      * date; the later ones move down one
           MOVE WS-EVT-ENTRIES-USED TO WS-EVT-SUB
           MOVE 'N' TO WS-EVT-SLOT-FOUND
           PERFORM 3910-FIND-EVENT-SLOT
              UNTIL WS-EVT-SLOT-FOUND = 'Y'
           ADD 1 TO WS-EVT-ENTRIES-USED
           MOVE WS-NEW-EVT-DATE       TO WS-EVT-DATE       (WS-EVT-POS)
           MOVE WS-NEW-EVT-TYPE       TO WS-EVT-TYPE       (WS-EVT-POS)
           MOVE WS-NEW-EVT-WEIGHT     TO WS-EVT-WEIGHT     (WS-EVT-POS)
           MOVE WS-NEW-EVT-SOURCE-PGM
             TO WS-EVT-SOURCE-PGM (WS-EVT-POS)
           MOVE WS-NEW-EVT-USR-ID     TO WS-EVT-USR-ID     (WS-EVT-POS)
           MOVE WS-NEW-EVT-DETAIL     TO WS-EVT-DETAIL     (WS-EVT-POS).
       3900-ADD-EVENT-EXIT.
           EXIT.
       3910-FIND-EVENT-SLOT.
           IF  WS-EVT-SUB < 1
               MOVE 1   TO WS-EVT-POS
               MOVE 'Y' TO WS-EVT-SLOT-FOUND
           ELSE
               IF  WS-EVT-DATE (WS-EVT-SUB) NOT > WS-NEW-EVT-DATE
                   COMPUTE WS-EVT-POS = WS-EVT-SUB + 1
                   MOVE 'Y' TO WS-EVT-SLOT-FOUND
               ELSE
                   MOVE WS-EVT-ENTRY (WS-EVT-SUB)
                     TO WS-EVT-ENTRY (WS-EVT-SUB + 1)
                   SUBTRACT 1 FROM WS-EVT-SUB
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account takeover case: the next free key down
      * from 9999 on the run date, the summary image, the event
      * trail, the shipment hold and the report lines.
      *---------------------------------------------------------------*
       4000-OPEN-TAKEOVER-CASE.
           MOVE 'N' TO WS-CASE-KEYED
           PERFORM 4010-TRY-CASE-KEY
              UNTIL WS-CASE-KEYED = 'Y'
                 OR WS-NEXT-CASE-SEQ = 0
           IF  WS-CASE-KEYED NOT = 'Y'
               ADD 1 TO WS-CASE-NOT-KEYED-COUNT
               DISPLAY 'NO FREE CASE KEY - ACCOUNT ' ACCT-ID
               MOVE SPACES TO WS-ATO-RPT-MSG-TEXT
               STRING 'NO FREE CASE KEY ON THE RUN DATE - ACCOUNT '
                      ACCT-ID
                      DELIMITED BY SIZE
                 INTO WS-ATO-RPT-MSG-TEXT
               END-STRING
               WRITE FD-ATORPT-REC FROM WS-ATO-RPT-MSG-LINE
               GO TO 4000-OPEN-TAKEOVER-CASE-EXIT
           END-IF

      * The card the case carries: its vault token where one
      * has been issued, as the posting images carry it
           MOVE XREF-CARD-NUM TO WS-CASE-CARD-NUM
           MOVE XREF-CARD-NUM TO FD-TKV-CARD-NUM
           READ TOKNVLT-FILE INTO TOKEN-RECORD
               INVALID KEY
                  CONTINUE
           END-READ
           IF  TOKNVLT-STATUS = '00'
           AND TOKEN-STAT-ACTIVE
               MOVE TOKEN-ID TO WS-CASE-CARD-NUM
           END-IF

           INITIALIZE DALYTRAN-RECORD
           MOVE SPACES               TO DALYTRAN-ID
           STRING 'ATO' ACCT-ID
                  DELIMITED BY SIZE
             INTO DALYTRAN-ID
           END-STRING
           MOVE 'ATO SCAN'           TO DALYTRAN-SOURCE
           MOVE WS-EVT-ENTRIES-USED  TO WS-CASE-EVENTS
           MOVE SPACES               TO DALYTRAN-DESC
           STRING 'ACCOUNT TAKEOVER PATTERN - SCORE '
                  WS-ACCT-SCORE
                  ' OF '
                  WS-THRESHOLD
                  ', '
                  WS-CASE-EVENTS
                  ' SERVICING EVENTS'
                  DELIMITED BY SIZE
             INTO DALYTRAN-DESC
           END-STRING
           MOVE 0                    TO DALYTRAN-AMT
           MOVE 0                    TO DALYTRAN-MERCHANT-ID
           MOVE 'SERVICING EVENTS'   TO DALYTRAN-MERCHANT-NAME
           MOVE WS-CASE-CARD-NUM     TO DALYTRAN-CARD-NUM
           MOVE SPACES               TO DALYTRAN-ORIG-TS
           STRING WS-EVT-DATE (WS-EVT-ENTRIES-USED)
                  '-00.00.00.000000'
                  DELIMITED BY SIZE
             INTO DALYTRAN-ORIG-TS
           END-STRING

           MOVE DALYTRAN-RECORD      TO FRD-TRAN-DATA
           MOVE 9001                 TO FRD-REASON
           MOVE SPACES               TO FRD-REASON-DESC
           STRING 'ACCOUNT TAKEOVER PATTERN IN SERVICING EVENTS - '
                  'SEE FRDEVNT TRAIL'
                  DELIMITED BY SIZE
             INTO FRD-REASON-DESC
           END-STRING
           SET FRD-STATUS-OPEN       TO TRUE
           MOVE SPACES               TO FRD-WORKED-BY-USR-ID
           MOVE SPACES               TO FRD-DISP-TS
           MOVE 'N'                  TO FRD-HOTLISTED
           SET FRD-CASE-TAKEOVER     TO TRUE
           MOVE FRD-KEY              TO FD-FRD-KEY
           WRITE FD-FRAUDCSE-REC FROM FRAUD-CASE-RECORD
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRAUD CASE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CASE-COUNT
           SUBTRACT 1 FROM WS-NEXT-CASE-SEQ

           PERFORM 4100-SET-SHIPMENT-HOLD

           MOVE ACCT-ID              TO WS-ATO-RPT-C-ACCT
           MOVE ALL 'X'              TO WS-ATO-RPT-C-CARD
           MOVE XREF-CARD-NUM(13:4)  TO WS-ATO-RPT-C-CARD(13:4)
           MOVE FRD-DATE             TO WS-ATO-RPT-C-DATE
           MOVE FRD-SEQ              TO WS-ATO-RPT-C-SEQ
           MOVE WS-ACCT-SCORE        TO WS-ATO-RPT-C-SCORE
           MOVE WS-HOLD-UNTIL-X      TO WS-ATO-RPT-C-HOLD
           MOVE WS-EVT-ENTRIES-USED  TO WS-ATO-RPT-C-EVENTS
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-CASE-LINE

           PERFORM 4200-WRITE-TRAIL-EVENT
              VARYING WS-EVT-IDX FROM 1 BY 1
              UNTIL WS-EVT-IDX > WS-EVT-ENTRIES-USED
           IF  WS-SEQUENCE-HIT = 'Y'
               MOVE 'CONTACT CHANGE CAME FIRST - SEQUENCE WEIGHT ADDED'
                 TO WS-ATO-RPT-MSG-TEXT
               WRITE FD-ATORPT-REC FROM WS-ATO-RPT-MSG-LINE
           END-IF.
       4000-OPEN-TAKEOVER-CASE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * One candidate case key; a key on file (a transaction
      * case, or a case from an earlier run of the same date)
      * moves the search down one.
      *---------------------------------------------------------------*
       4010-TRY-CASE-KEY.
           MOVE WS-RUN-DATE-N    TO FRD-DATE
           MOVE WS-NEXT-CASE-SEQ TO FRD-SEQ
           MOVE FRD-KEY          TO FD-FRD-KEY
           READ FRAUDCSE-FILE
               INVALID KEY
                  CONTINUE
           END-READ
           EVALUATE FRAUDCSE-STATUS
               WHEN '23'
                   MOVE 'Y' TO WS-CASE-KEYED
               WHEN '00'
                   SUBTRACT 1 FROM WS-NEXT-CASE-SEQ
               WHEN OTHER
                   DISPLAY 'ERROR READING FRAUD CASE FILE'
                   MOVE FRAUDCSE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Holds the account's card shipments HD days from the run
      * date, or until the case is cleared -- a hold already on
      * file is renewed for the new case.
      *---------------------------------------------------------------*
       4100-SET-SHIPMENT-HOLD.
           MOVE ACCT-ID          TO SHH-ACCT-ID
           MOVE PARM-DATE        TO SHH-SET-DATE
           MOVE WS-HOLD-UNTIL-X  TO SHH-HOLD-UNTIL
           SET SHH-REASON-TAKEOVER TO TRUE
           MOVE FRD-KEY          TO SHH-CASE-KEY
           MOVE SHH-ACCT-ID      TO FD-SHH-ACCT-ID
           IF  WS-HOLD-ON-FILE = 'Y'
               REWRITE FD-SHIPHOLD-REC FROM SHIP-HOLD-RECORD
           ELSE
               WRITE FD-SHIPHOLD-REC FROM SHIP-HOLD-RECORD
           END-IF
           IF  SHIPHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING SHIPMENT HOLD'
               MOVE SHIPHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * One event of the trail, to FRDEVNT and the report.
      *---------------------------------------------------------------*
       4200-WRITE-TRAIL-EVENT.
           INITIALIZE FRAUD-CASE-EVENT-RECORD
           MOVE FRD-KEY                          TO FRE-CASE-KEY
           SET WS-EVT-SUB TO WS-EVT-IDX
           MOVE WS-EVT-SUB                       TO FRE-SEQ
           MOVE WS-EVT-DATE       (WS-EVT-IDX)   TO FRE-EVENT-DATE
           MOVE WS-EVT-TYPE       (WS-EVT-IDX)   TO FRE-EVENT-TYPE
           MOVE WS-EVT-WEIGHT     (WS-EVT-IDX)   TO FRE-WEIGHT
           MOVE WS-EVT-SOURCE-PGM (WS-EVT-IDX)   TO FRE-SOURCE-PGM
           MOVE WS-EVT-USR-ID     (WS-EVT-IDX)   TO FRE-USR-ID
           MOVE WS-EVT-DETAIL     (WS-EVT-IDX)   TO FRE-DETAIL
           MOVE FRE-KEY                          TO FD-FRE-KEY
           WRITE FD-FRDEVNT-REC FROM FRAUD-CASE-EVENT-RECORD
           IF  FRDEVNT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FRAUD CASE EVENT'
               MOVE FRDEVNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE FRE-EVENT-DATE   TO WS-ATO-RPT-E-DATE
           MOVE FRE-EVENT-TYPE   TO WS-ATO-RPT-E-TYPE
           MOVE FRE-WEIGHT       TO WS-ATO-RPT-E-WEIGHT
           MOVE FRE-SOURCE-PGM   TO WS-ATO-RPT-E-PGM
           MOVE FRE-USR-ID       TO WS-ATO-RPT-E-USER
           MOVE FRE-DETAIL       TO WS-ATO-RPT-E-DETAIL
           WRITE FD-ATORPT-REC FROM WS-ATO-RPT-EVENT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the parameter deck. Without it the built-in
      * defaults stand.
      *---------------------------------------------------------------*
       0100-ATOPARM-OPEN.
           OPEN INPUT ATOPARM-FILE
           IF  ATOPARM-STATUS = '00'
               MOVE 'Y' TO WS-ATOPARM-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ATOPARM-AVAILABLE
               DISPLAY 'NO ATOPARM CARDS - DEFAULT SETTINGS IN FORCE'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the audit log for sequential read.
      *---------------------------------------------------------------*
       0150-AUDITLOG-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AUDITLOG-FILE
           IF  AUDITLOG-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUDIT LOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for sequential read.
      *---------------------------------------------------------------*
       0200-ACCTFILE-OPEN.
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
      * Opens the card cross-reference for random read.
      *---------------------------------------------------------------*
       0250-XREFFILE-OPEN.
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
      * Opens the contact history for browsing.
      *---------------------------------------------------------------*
       0350-CUSTHIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CUSTHIST-FILE
           IF  CUSTHIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CONTACT HISTORY FILE'
               MOVE CUSTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the authorized parties for browsing.
      *---------------------------------------------------------------*
       0400-AUTHPTY-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT AUTHPTY-FILE
           IF  AUTHPTY-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card shipment holds for random I-O.
      *---------------------------------------------------------------*
       0450-SHIPHOLD-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O SHIPHOLD-FILE
           IF  SHIPHOLD-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING SHIPMENT HOLD FILE'
               MOVE SHIPHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fraud case queue for random I-O.
      *---------------------------------------------------------------*
       0500-FRAUDCSE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the fraud case event trail for random I-O.
      *---------------------------------------------------------------*
       0550-FRDEVNT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O FRDEVNT-FILE
           IF  FRDEVNT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FRAUD EVENT FILE'
               MOVE FRDEVNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the token vault for random read.
      *---------------------------------------------------------------*
       0600-TOKNVLT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT TOKNVLT-FILE
           IF  TOKNVLT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report.
      *---------------------------------------------------------------*
       0650-ATORPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ATORPT-FILE
           IF  ATORPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TAKEOVER REPORT'
               MOVE ATORPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the parameter deck, if it was opened.
      *---------------------------------------------------------------*
       9100-ATOPARM-CLOSE.
           IF  WS-ATOPARM-AVAILABLE = 'Y'
               CLOSE ATOPARM-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the audit log.
      *---------------------------------------------------------------*
       9150-AUDITLOG-CLOSE.
           CLOSE AUDITLOG-FILE
           IF  AUDITLOG-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUDIT LOG FILE'
               MOVE AUDITLOG-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9200-ACCTFILE-CLOSE.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card cross-reference.
      *---------------------------------------------------------------*
       9250-XREFFILE-CLOSE.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CROSS REFERENCE FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the customer master.
      *---------------------------------------------------------------*
       9300-CUSTDAT-CLOSE.
           CLOSE CUSTDAT-FILE
           IF  CUSTDAT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the contact history.
      *---------------------------------------------------------------*
       9350-CUSTHIST-CLOSE.
           CLOSE CUSTHIST-FILE
           IF  CUSTHIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CONTACT HISTORY FILE'
               MOVE CUSTHIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the authorized parties.
      *---------------------------------------------------------------*
       9400-AUTHPTY-CLOSE.
           CLOSE AUTHPTY-FILE
           IF  AUTHPTY-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING AUTHORIZED PARTY FILE'
               MOVE AUTHPTY-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card shipment holds.
      *---------------------------------------------------------------*
       9450-SHIPHOLD-CLOSE.
           CLOSE SHIPHOLD-FILE
           IF  SHIPHOLD-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING SHIPMENT HOLD FILE'
               MOVE SHIPHOLD-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case queue.
      *---------------------------------------------------------------*
       9500-FRAUDCSE-CLOSE.
           CLOSE FRAUDCSE-FILE
           IF  FRAUDCSE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD CASE FILE'
               MOVE FRAUDCSE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the fraud case event trail.
      *---------------------------------------------------------------*
       9550-FRDEVNT-CLOSE.
           CLOSE FRDEVNT-FILE
           IF  FRDEVNT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING FRAUD EVENT FILE'
               MOVE FRDEVNT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the token vault.
      *---------------------------------------------------------------*
       9600-TOKNVLT-CLOSE.
           CLOSE TOKNVLT-FILE
           IF  TOKNVLT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9650-ATORPT-CLOSE.
           CLOSE ATORPT-FILE
           IF  ATORPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TAKEOVER REPORT'
               MOVE ATORPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the cases and holds themselves stand.
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
      * count of takeover cases opened and the end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-CASE-COUNT               TO BATCH-RECORD-COUNT
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
      * Shared business rule lookup paragraphs (CSBRPPY.cpy):
      * LOOKUP-BIZ-RULE and CLOSE-BIZ-RULES over the CSBRPWY
      * buffers above.
       COPY CSBRPPY.

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
