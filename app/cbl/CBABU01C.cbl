      ******************************************************************
      * Program     : CBABU01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Card network account-updater extract and
      *               response report.
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
      * CBABU01C - Card Network Account Updater (Batch)
      *
      * A merchant holding a card on file for a subscription
      * (the recurring merchants CBRCR01C finds, RECURMER)
      * keeps charging the number and expiry it was given. When
      * the card is reissued, hotlisted or closed, those charges
      * decline and the customer finds out from the merchant.
      * The networks' account-updater service passes the change
      * on to the merchants enrolled with it; this job feeds it,
      * in two passes:
      *
      *   1. RESPONSES: the network's response file (ABURESP)
      *      to the previous day's updates is matched back.
      *      Each response names the card as sent and a
      *      merchant that asked for it, and whether the
      *      merchant took the update. The merchant is looked
      *      up on RECURMER under the card's vault token, and
      *      the report lists which recurring merchants picked
      *      the update up and which did not.
      *
      *   2. EXTRACT: every card on CARDDAT is compared with its
      *      ABUSTAT row (CVABU01Y.cpy) -- the card as the
      *      network last knew it -- and one ABUOUT record goes
      *      to the network for each change of the day:
      *        'E' the expiry moved (a COCRDUPC reissue, an
      *            expiry correction): old and new card number
      *            and expiry
      *        'C' the card became unusable -- hotlisted on
      *            COHOT00C, closed on COCRDUPC, or its account
      *            closed: a closed-account notice
      *      A customer who has opted out (CUST-ABU-OPT-OUT,
      *      CVCUS01Y.cpy, kept on COCUP00C) is never sent; the
      *      row is still brought up to date so an opt-in later
      *      does not replay old changes. A card seen for the
      *      first time is only recorded.
      *
      * ABURPT lists every response matched and every notice
      * sent or held back, card numbers masked to their last
      * four digits. Sets RETURN-CODE = 4 if any response could
      * not be read or any card's customer could not be found
      * (that card is held back and retried on the next run).
      *
      * Files accessed:
      *   ABURESP   - Network account-updater responses
      *               (sequential input, 80)
      *   TOKNVLT   - Card token vault (KSDS, random read)
      *   RECURMER  - Recurring merchants (KSDS, dynamic read)
      *   CARDDAT   - Card master (KSDS, sequential read)
      *   HOTLIST   - Lost/stolen hotlist (KSDS, random read)
      *   ACCTDAT   - Account master (KSDS, random read)
      *   XREFFILE  - Card cross-reference (KSDS, random read)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   ABUSTAT   - Account-updater card state (KSDS, I-O)
      *   ABUOUT    - Account-updater notices to the network
      *               (sequential output, 100)
      *   ABURPT    - Run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run, stamped on every notice.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBABU01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABURESP-FILE ASSIGN TO ABURESP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ABURESP-STATUS.

           SELECT TOKNVLT-FILE ASSIGN TO TOKNVLT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-TKV-CARD-NUM
                  FILE STATUS  IS TOKNVLT-STATUS.

      * Recurring merchants: random READ for a response, a
      * START/READ NEXT over one card's merchants for a notice
           SELECT RECURMER-FILE ASSIGN TO RECURMER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-RCR-KEY
                  FILE STATUS  IS RECURMER-STATUS.

           SELECT CARDDAT-FILE ASSIGN TO CARDDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDDAT-STATUS.

           SELECT HOTLIST-FILE ASSIGN TO HOTLIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-HOT-CARD-NUM
                  FILE STATUS  IS HOTLIST-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT CUSTDAT-FILE ASSIGN TO CUSTDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT ABUSTAT-FILE ASSIGN TO ABUSTAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ABS-CARD-NUM
                  FILE STATUS  IS ABUSTAT-STATUS.

           SELECT ABUOUT-FILE ASSIGN TO ABUOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ABUOUT-STATUS.

           SELECT ABURPT-FILE ASSIGN TO ABURPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ABURPT-STATUS.

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
      * FD for the network response file (80 bytes)
       FD  ABURESP-FILE.
       01  FD-ABURESP-REC                       PIC X(80).

      * FD for the token vault VSAM (80 bytes)
       FD  TOKNVLT-FILE.
       01  FD-TOKNVLT-REC.
           05 FD-TKV-CARD-NUM                   PIC X(16).
           05 FD-TKV-TOKEN-ID                   PIC X(16).
           05 FD-TKV-DATA                       PIC X(48).

      * FD for the recurring-merchant VSAM (150 bytes)
       FD  RECURMER-FILE.
       01  FD-RECURMER-REC.
           05 FD-RCR-KEY                        PIC X(25).
           05 FD-RCR-DATA                       PIC X(125).

      * FD for the card master VSAM (150 bytes)
       FD  CARDDAT-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

      * FD for the hotlist VSAM (80 bytes)
       FD  HOTLIST-FILE.
       01  FD-HOTLIST-REC.
           05 FD-HOT-CARD-NUM                   PIC X(16).
           05 FD-HOT-DATA                       PIC X(64).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for card cross-reference VSAM (50 bytes)
       FD  XREF-FILE.
       01  FD-XREFFILE-REC.
           05 FD-XREF-CARD-NUM                  PIC X(16).
           05 FD-XREF-CUST-NUM                  PIC 9(09).
           05 FD-XREF-ACCT-ID                   PIC 9(11).
           05 FD-XREF-FILLER                    PIC X(14).

      * FD for customer master VSAM (500 bytes)
       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the account-updater card state VSAM (50 bytes)
       FD  ABUSTAT-FILE.
       01  FD-ABUSTAT-REC.
           05 FD-ABS-CARD-NUM                   PIC X(16).
           05 FD-ABS-DATA                       PIC X(34).

      * FD for the outbound account-updater file (100 bytes)
       FD  ABUOUT-FILE.
       01  FD-ABUOUT-REC                        PIC X(100).

      * FD for the run report (132-byte print)
       FD  ABURPT-FILE.
       01  FD-ABURPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Network account-updater response record (sole-reader
      * convention): the card number as it was sent, a merchant
      * that asked for the update, and whether it took it.
       01  ABU-RESPONSE-RECORD.
           05  ABR-CARD-NUM             PIC X(16).
           05  ABR-MERCHANT-ID          PIC 9(09).
           05  ABR-RESULT               PIC X(01).
               88  ABR-RESULT-UPDATED   VALUE 'U'.
               88  ABR-RESULT-NOT-TAKEN VALUE 'N'.
           05  ABR-RESPONSE-DATE        PIC X(10).
           05  FILLER                   PIC X(44).
       01  ABURESP-STATUS.
           05  ABURESP-STAT1       PIC X.
           05  ABURESP-STAT2       PIC X.

      * CVTKN01Y: 80-byte token vault record
       COPY CVTKN01Y.
       01  TOKNVLT-STATUS.
           05  TOKNVLT-STAT1       PIC X.
           05  TOKNVLT-STAT2       PIC X.

      * CVRCR01Y: 150-byte recurring-merchant record
       COPY CVRCR01Y.
       01  RECURMER-STATUS.
           05  RECURMER-STAT1      PIC X.
           05  RECURMER-STAT2      PIC X.

      * CVACT02Y: 150-byte card master record
       COPY CVACT02Y.
       01  CARDDAT-STATUS.
           05  CARDDAT-STAT1       PIC X.
           05  CARDDAT-STAT2       PIC X.

      * CVHOT01Y: 80-byte hotlist record
       COPY CVHOT01Y.
       01  HOTLIST-STATUS.
           05  HOTLIST-STAT1       PIC X.
           05  HOTLIST-STAT2       PIC X.

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

      * CVABU01Y: 50-byte account-updater card state record
       COPY CVABU01Y.
       01  ABUSTAT-STATUS.
           05  ABUSTAT-STAT1       PIC X.
           05  ABUSTAT-STAT2       PIC X.

      * Outbound account-updater notice (sole-writer
      * convention). An expiry change carries the card number
      * twice -- old and new -- the way the network's layout
      * takes a change of number too; a closed-account notice
      * carries the old card only and why it closed.
       01  ABU-NOTICE-RECORD.
           05  ABU-NOTICE-TYPE          PIC X(01).
               88  ABU-NOTICE-EXPIRY    VALUE 'E'.
               88  ABU-NOTICE-CLOSED    VALUE 'C'.
           05  ABU-OLD-CARD-NUM         PIC X(16).
           05  ABU-OLD-EXPIRY-DATE      PIC X(10).
           05  ABU-NEW-CARD-NUM         PIC X(16).
           05  ABU-NEW-EXPIRY-DATE      PIC X(10).
           05  ABU-CLOSE-REASON         PIC X(01).
               88  ABU-CLOSED-HOTLIST   VALUE 'H'.
               88  ABU-CLOSED-CARD      VALUE 'C'.
               88  ABU-CLOSED-ACCOUNT   VALUE 'A'.
           05  ABU-EVENT-DATE           PIC X(10).
           05  FILLER                   PIC X(36).
       01  ABUOUT-STATUS.
           05  ABUOUT-STAT1        PIC X.
           05  ABUOUT-STAT2        PIC X.

       01  ABURPT-STATUS.
           05  ABURPT-STAT1        PIC X.
           05  ABURPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBABU01C'.
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

       01  ABCODE                  PIC S9(9) BINARY.
       01  TIMING                  PIC S9(9) BINARY.

       01 WS-MISC-VARS.
           05 WS-RESP-EOF               PIC X(01) VALUE 'N'.
           05 WS-CARD-EOF               PIC X(01) VALUE 'N'.
           05 WS-RCR-EOF                PIC X(01) VALUE 'N'.
           05 WS-STATE-ON-FILE          PIC X(01) VALUE 'N'.
           05 WS-CARD-TOKEN             PIC X(16) VALUE SPACES.
      * The card as it stands today: unusable or not, and why
           05 WS-CARD-CLOSED            PIC X(01) VALUE 'N'.
           05 WS-CLOSE-REASON           PIC X(01) VALUE SPACE.
      * The notice the day's change calls for, if any, and
      * whether it may go out
           05 WS-NOTICE-TYPE            PIC X(01) VALUE SPACE.
           05 WS-SEND-RESULT            PIC X(01) VALUE SPACE.
               88 WS-SEND-OK                      VALUE 'Y'.
               88 WS-SEND-OPTED-OUT               VALUE 'O'.
               88 WS-SEND-NO-CUSTOMER             VALUE 'X'.
           05 WS-RECUR-ON-FILE          PIC X(01) VALUE 'N'.
           05 WS-RECUR-CARD-COUNT       PIC 9(05) VALUE 0.
       01 WS-COUNTERS.
           05 WS-RESP-COUNT             PIC 9(09) VALUE 0.
           05 WS-RESP-PICKED-COUNT      PIC 9(09) VALUE 0.
           05 WS-RESP-MISSED-COUNT      PIC 9(09) VALUE 0.
           05 WS-RESP-OTHER-COUNT       PIC 9(09) VALUE 0.
           05 WS-RESP-BAD-COUNT         PIC 9(09) VALUE 0.
           05 WS-CARD-COUNT             PIC 9(09) VALUE 0.
           05 WS-SEEDED-COUNT           PIC 9(09) VALUE 0.
           05 WS-EXPIRY-SENT-COUNT      PIC 9(09) VALUE 0.
           05 WS-CLOSED-SENT-COUNT      PIC 9(09) VALUE 0.
           05 WS-OPTOUT-COUNT           PIC 9(09) VALUE 0.
           05 WS-NOCUST-COUNT           PIC 9(09) VALUE 0.
           05 WS-REOPEN-COUNT           PIC 9(09) VALUE 0.

      * Run report lines
       01 WS-ABU-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'CARD NETWORK ACCOUNT UPDATER'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-ABU-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-ABU-RPT-SECTION.
           05 WS-ABU-RPT-SECT-TEXT      PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-ABU-RPT-RESP-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' CARD             MERCHANT   MERCHANT NAME     '.
           05 FILLER                    PIC X(40) VALUE
              '                 RESULT                 '.
           05 FILLER                    PIC X(44) VALUE SPACES.
       01 WS-ABU-RPT-RESP-LINE.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ABU-RPT-R-CARD         PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ABU-RPT-R-MERCHANT     PIC 9(09).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ABU-RPT-R-NAME         PIC X(35).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ABU-RPT-R-RESULT       PIC X(40).
           05 FILLER                    PIC X(27) VALUE SPACES.
       01 WS-ABU-RPT-NOTICE-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' TYPE CARD             OLD EXPIRY NEW EXPIRY RSN'.
           05 FILLER                    PIC X(40) VALUE
              ' RECURRING RESULT                       '.
           05 FILLER                    PIC X(44) VALUE SPACES.
       01 WS-ABU-RPT-NOTICE-LINE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ABU-RPT-N-TYPE         PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-ABU-RPT-N-CARD         PIC X(16).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ABU-RPT-N-OLD-EXP      PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-ABU-RPT-N-NEW-EXP      PIC X(10).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ABU-RPT-N-REASON       PIC X(01).
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 WS-ABU-RPT-N-RECUR        PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-ABU-RPT-N-RESULT       PIC X(40).
           05 FILLER                    PIC X(34) VALUE SPACES.
       01 WS-ABU-RPT-NONE-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(20) VALUE 'NONE'.
           05 FILLER                    PIC X(108) VALUE SPACES.
       01 WS-ABU-RPT-TOTAL-LINE.
           05 WS-ABU-RPT-TOT-LABEL      PIC X(32).
           05 WS-ABU-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(91) VALUE SPACES.
       01 WS-ABU-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: matches back the network's responses,
      * then extracts the day's changes for the network.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBABU01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
           OR  PARM-DATE(8:1) NOT = '-'
           OR  PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0100-ABURESP-OPEN.
           PERFORM 0150-TOKNVLT-OPEN.
           PERFORM 0200-RECURMER-OPEN.
           PERFORM 0250-CARDDAT-OPEN.
           PERFORM 0300-HOTLIST-OPEN.
           PERFORM 0350-ACCTFILE-OPEN.
           PERFORM 0400-XREFFILE-OPEN.
           PERFORM 0450-CUSTDAT-OPEN.
           PERFORM 0500-ABUSTAT-OPEN.
           PERFORM 0550-ABUOUT-OPEN.
           PERFORM 0600-ABURPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE TO WS-ABU-RPT-DATE
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-HEADER
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-BLANK

      * 1. The network's responses to the last updates sent
           MOVE 'NETWORK RESPONSES - RECURRING MERCHANT PICK-UP'
             TO WS-ABU-RPT-SECT-TEXT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-SECTION
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-RESP-HEAD
           PERFORM 1000-MATCH-RESPONSES.
           IF  WS-RESP-COUNT = 0
               WRITE FD-ABURPT-REC FROM WS-ABU-RPT-NONE-LINE
           END-IF

      * 2. The day's changes to the network
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-BLANK
           MOVE 'ACCOUNT UPDATER NOTICES'
             TO WS-ABU-RPT-SECT-TEXT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-SECTION
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-NOTICE-HEAD
           PERFORM 2000-WALK-CARDS.
           IF  WS-EXPIRY-SENT-COUNT + WS-CLOSED-SENT-COUNT
             + WS-OPTOUT-COUNT + WS-NOCUST-COUNT = 0
               WRITE FD-ABURPT-REC FROM WS-ABU-RPT-NONE-LINE
           END-IF

           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-BLANK
           MOVE 'RECURRING MERCHANTS UPDATED    :'
             TO WS-ABU-RPT-TOT-LABEL
           MOVE WS-RESP-PICKED-COUNT TO WS-ABU-RPT-TOT-COUNT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-TOTAL-LINE
           MOVE 'RECURRING MERCHANTS NOT UPDATED:'
             TO WS-ABU-RPT-TOT-LABEL
           MOVE WS-RESP-MISSED-COUNT TO WS-ABU-RPT-TOT-COUNT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-TOTAL-LINE
           MOVE 'EXPIRY UPDATES SENT            :'
             TO WS-ABU-RPT-TOT-LABEL
           MOVE WS-EXPIRY-SENT-COUNT TO WS-ABU-RPT-TOT-COUNT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-TOTAL-LINE
           MOVE 'CLOSED-ACCOUNT NOTICES SENT    :'
             TO WS-ABU-RPT-TOT-LABEL
           MOVE WS-CLOSED-SENT-COUNT TO WS-ABU-RPT-TOT-COUNT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-TOTAL-LINE
           MOVE 'NOT SENT - CUSTOMER OPTED OUT  :'
             TO WS-ABU-RPT-TOT-LABEL
           MOVE WS-OPTOUT-COUNT      TO WS-ABU-RPT-TOT-COUNT
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-TOTAL-LINE

           PERFORM 9100-ABURESP-CLOSE.
           PERFORM 9150-TOKNVLT-CLOSE.
           PERFORM 9200-RECURMER-CLOSE.
           PERFORM 9250-CARDDAT-CLOSE.
           PERFORM 9300-HOTLIST-CLOSE.
           PERFORM 9350-ACCTFILE-CLOSE.
           PERFORM 9400-XREFFILE-CLOSE.
           PERFORM 9450-CUSTDAT-CLOSE.
           PERFORM 9500-ABUSTAT-CLOSE.
           PERFORM 9550-ABUOUT-CLOSE.
           PERFORM 9600-ABURPT-CLOSE.

           DISPLAY 'RESPONSES READ         :' WS-RESP-COUNT
           DISPLAY 'RECURRING PICKED UP    :' WS-RESP-PICKED-COUNT
           DISPLAY 'RECURRING NOT PICKED UP:' WS-RESP-MISSED-COUNT
           DISPLAY 'OTHER MERCHANTS        :' WS-RESP-OTHER-COUNT
           DISPLAY 'RESPONSES UNREADABLE   :' WS-RESP-BAD-COUNT
           DISPLAY 'CARDS READ             :' WS-CARD-COUNT
           DISPLAY 'CARDS FIRST RECORDED   :' WS-SEEDED-COUNT
           DISPLAY 'EXPIRY UPDATES SENT    :' WS-EXPIRY-SENT-COUNT
           DISPLAY 'CLOSED NOTICES SENT    :' WS-CLOSED-SENT-COUNT
           DISPLAY 'CARDS REOPENED         :' WS-REOPEN-COUNT
           DISPLAY 'NOT SENT - OPTED OUT   :' WS-OPTOUT-COUNT
           DISPLAY 'HELD - NO CUSTOMER     :' WS-NOCUST-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           IF  WS-RESP-BAD-COUNT > 0
           OR  WS-NOCUST-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBABU01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Pass 1: the network's responses, in file order.
      *---------------------------------------------------------------*
       1000-MATCH-RESPONSES.
           PERFORM 1010-MATCH-NEXT-RESPONSE
              THRU 1010-MATCH-NEXT-RESPONSE-EXIT
              UNTIL WS-RESP-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One response: the merchant is looked for among the
      * card's recurring merchants (RECURMER is keyed by the
      * card's vault token), and the line says whether a
      * recurring merchant took the update.
      *---------------------------------------------------------------*
       1010-MATCH-NEXT-RESPONSE.
           READ ABURESP-FILE INTO ABU-RESPONSE-RECORD
               AT END
                  MOVE 'Y' TO WS-RESP-EOF
                  GO TO 1010-MATCH-NEXT-RESPONSE-EXIT
           END-READ
           IF  ABURESP-STATUS NOT = '00'
               DISPLAY 'ERROR READING ACCOUNT UPDATER RESPONSES'
               MOVE ABURESP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-RESP-COUNT

           MOVE ALL 'X'              TO WS-ABU-RPT-R-CARD
           MOVE ABR-CARD-NUM(13:4)   TO WS-ABU-RPT-R-CARD(13:4)
           MOVE SPACES               TO WS-ABU-RPT-R-NAME
           IF  ABR-MERCHANT-ID NOT NUMERIC
               MOVE ZERO             TO WS-ABU-RPT-R-MERCHANT
               ADD 1 TO WS-RESP-BAD-COUNT
               MOVE 'MERCHANT ID NOT NUMERIC - IGNORED'
                 TO WS-ABU-RPT-R-RESULT
               WRITE FD-ABURPT-REC FROM WS-ABU-RPT-RESP-LINE
               GO TO 1010-MATCH-NEXT-RESPONSE-EXIT
           END-IF
           MOVE ABR-MERCHANT-ID      TO WS-ABU-RPT-R-MERCHANT

           MOVE 'N' TO WS-RECUR-ON-FILE
           MOVE ABR-CARD-NUM TO FD-TKV-CARD-NUM
           READ TOKNVLT-FILE INTO TOKEN-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE TOKEN-ID         TO RCR-CARD-NUM
                  MOVE ABR-MERCHANT-ID  TO RCR-MERCHANT-ID
                  MOVE RCR-KEY          TO FD-RCR-KEY
                  READ RECURMER-FILE INTO RECURRING-MERCHANT-RECORD
                      KEY IS FD-RCR-KEY
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE 'Y' TO WS-RECUR-ON-FILE
                         MOVE RCR-MERCHANT-NAME
                           TO WS-ABU-RPT-R-NAME
                  END-READ
           END-READ

           EVALUATE TRUE
               WHEN NOT ABR-RESULT-UPDATED
                AND NOT ABR-RESULT-NOT-TAKEN
                   ADD 1 TO WS-RESP-BAD-COUNT
                   MOVE 'RESULT CODE NOT RECOGNISED - IGNORED'
                     TO WS-ABU-RPT-R-RESULT
               WHEN WS-RECUR-ON-FILE = 'N'
                   ADD 1 TO WS-RESP-OTHER-COUNT
                   IF  ABR-RESULT-UPDATED
                       MOVE 'UPDATED - NOT A RECURRING MERCHANT'
                         TO WS-ABU-RPT-R-RESULT
                   ELSE
                       MOVE 'NOT UPDATED - NOT A RECURRING MERCHANT'
                         TO WS-ABU-RPT-R-RESULT
                   END-IF
               WHEN ABR-RESULT-UPDATED
                   ADD 1 TO WS-RESP-PICKED-COUNT
                   MOVE 'RECURRING MERCHANT PICKED UP UPDATE'
                     TO WS-ABU-RPT-R-RESULT
               WHEN OTHER
                   ADD 1 TO WS-RESP-MISSED-COUNT
                   MOVE 'RECURRING MERCHANT DID NOT PICK UP'
                     TO WS-ABU-RPT-R-RESULT
           END-EVALUATE
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-RESP-LINE.
       1010-MATCH-NEXT-RESPONSE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2: every card on the card master, in card order.
      *---------------------------------------------------------------*
       2000-WALK-CARDS.
           PERFORM 2010-CHECK-NEXT-CARD
              THRU 2010-CHECK-NEXT-CARD-EXIT
              UNTIL WS-CARD-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One card: its state today against its ABUSTAT row. A
      * newly unusable card sends a closed-account notice; an
      * open card whose expiry moved sends the new expiry; a
      * card reopened since its notice just clears the flag.
      *---------------------------------------------------------------*
       2010-CHECK-NEXT-CARD.
           READ CARDDAT-FILE INTO CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-CARD-EOF
                  GO TO 2010-CHECK-NEXT-CARD-EXIT
           END-READ
           IF  CARDDAT-STATUS NOT = '00'
               DISPLAY 'ERROR READING CARD MASTER FILE'
               MOVE CARDDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CARD-COUNT
           PERFORM 2100-CARD-CURRENT-STATE

           MOVE 'Y' TO WS-STATE-ON-FILE
           MOVE CARD-NUM TO FD-ABS-CARD-NUM
           READ ABUSTAT-FILE INTO ABU-CARD-STATE-RECORD
               INVALID KEY
                  MOVE 'N' TO WS-STATE-ON-FILE
           END-READ
           IF  WS-STATE-ON-FILE = 'N'
               PERFORM 2200-RECORD-NEW-CARD
               GO TO 2010-CHECK-NEXT-CARD-EXIT
           END-IF

           MOVE SPACE TO WS-NOTICE-TYPE
           EVALUATE TRUE
               WHEN WS-CARD-CLOSED = 'Y'
                   IF  ABS-OPEN
                       MOVE 'C' TO WS-NOTICE-TYPE
                   ELSE
                       GO TO 2010-CHECK-NEXT-CARD-EXIT
                   END-IF
               WHEN CARD-EXPIRAION-DATE NOT = ABS-EXPIRY-DATE
                   MOVE 'E' TO WS-NOTICE-TYPE
               WHEN ABS-CLOSED
                   ADD 1 TO WS-REOPEN-COUNT
                   MOVE 'N' TO ABS-CLOSED-FLAG
                   PERFORM 2900-REWRITE-STATE
                   GO TO 2010-CHECK-NEXT-CARD-EXIT
               WHEN OTHER
                   GO TO 2010-CHECK-NEXT-CARD-EXIT
           END-EVALUATE

           PERFORM 2300-CHECK-OPT-OUT
           IF  WS-SEND-NO-CUSTOMER
               ADD 1 TO WS-NOCUST-COUNT
               MOVE 'HELD - CUSTOMER NOT FOUND, RETRIED'
                 TO WS-ABU-RPT-N-RESULT
               PERFORM 2600-REPORT-NOTICE
               GO TO 2010-CHECK-NEXT-CARD-EXIT
           END-IF

           INITIALIZE ABU-NOTICE-RECORD
           MOVE WS-NOTICE-TYPE       TO ABU-NOTICE-TYPE
           MOVE CARD-NUM             TO ABU-OLD-CARD-NUM
           MOVE ABS-EXPIRY-DATE      TO ABU-OLD-EXPIRY-DATE
           IF  ABU-NOTICE-EXPIRY
               MOVE CARD-NUM            TO ABU-NEW-CARD-NUM
               MOVE CARD-EXPIRAION-DATE TO ABU-NEW-EXPIRY-DATE
           ELSE
               MOVE WS-CLOSE-REASON     TO ABU-CLOSE-REASON
           END-IF
           MOVE PARM-DATE            TO ABU-EVENT-DATE

           IF  WS-SEND-OPTED-OUT
               ADD 1 TO WS-OPTOUT-COUNT
               MOVE 'NOT SENT - CUSTOMER OPTED OUT'
                 TO WS-ABU-RPT-N-RESULT
           ELSE
               PERFORM 2400-WRITE-NOTICE
               MOVE WS-NOTICE-TYPE   TO ABS-LAST-SENT-TYPE
               MOVE PARM-DATE        TO ABS-LAST-SENT-DATE
               MOVE 'SENT'           TO WS-ABU-RPT-N-RESULT
           END-IF
           PERFORM 2600-REPORT-NOTICE

           MOVE CARD-EXPIRAION-DATE  TO ABS-EXPIRY-DATE
           IF  WS-NOTICE-TYPE = 'C'
               MOVE 'Y' TO ABS-CLOSED-FLAG
           ELSE
               MOVE 'N' TO ABS-CLOSED-FLAG
           END-IF
           PERFORM 2900-REWRITE-STATE.
       2010-CHECK-NEXT-CARD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Whether the card can still be charged. A hotlist entry
      * closes it first (the reason the network most needs),
      * then the card's own active status, then its account's.
      *---------------------------------------------------------------*
       2100-CARD-CURRENT-STATE.
           MOVE 'N'   TO WS-CARD-CLOSED
           MOVE SPACE TO WS-CLOSE-REASON
           MOVE CARD-NUM TO FD-HOT-CARD-NUM
           READ HOTLIST-FILE INTO HOTLIST-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-CARD-CLOSED
                  MOVE 'H' TO WS-CLOSE-REASON
           END-READ
           IF  WS-CARD-CLOSED = 'N'
           AND CARD-ACTIVE-STATUS = 'N'
               MOVE 'Y' TO WS-CARD-CLOSED
               MOVE 'C' TO WS-CLOSE-REASON
           END-IF
           IF  WS-CARD-CLOSED = 'N'
               MOVE CARD-ACCT-ID TO FD-ACCT-ID
               READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF  ACCT-STATUS-CLOSED
                          MOVE 'Y' TO WS-CARD-CLOSED
                          MOVE 'A' TO WS-CLOSE-REASON
                      END-IF
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A card not yet on ABUSTAT is recorded as it stands --
      * the network has nothing to be told about it yet.
      *---------------------------------------------------------------*
       2200-RECORD-NEW-CARD.
           INITIALIZE ABU-CARD-STATE-RECORD
           MOVE CARD-NUM             TO ABS-CARD-NUM
           MOVE CARD-EXPIRAION-DATE  TO ABS-EXPIRY-DATE
           MOVE WS-CARD-CLOSED       TO ABS-CLOSED-FLAG
           WRITE FD-ABUSTAT-REC FROM ABU-CARD-STATE-RECORD
           IF  ABUSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACCOUNT UPDATER STATE FILE'
               MOVE ABUSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-SEEDED-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * The card's customer, through the cross-reference: sets
      * WS-SEND-OK, or WS-SEND-OPTED-OUT for a customer who has
      * asked not to be included, or WS-SEND-NO-CUSTOMER when
      * the customer cannot be found -- the notice is held
      * rather than sent without knowing the customer's wish.
      *---------------------------------------------------------------*
       2300-CHECK-OPT-OUT.
           SET WS-SEND-OK TO TRUE
           MOVE CARD-NUM TO FD-XREF-CARD-NUM
           READ XREF-FILE INTO CARD-XREF-RECORD
               INVALID KEY
                  DISPLAY 'ACCOUNT UPDATER XREF NOT FOUND'
                  SET WS-SEND-NO-CUSTOMER TO TRUE
           END-READ
           IF  WS-SEND-OK
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      DISPLAY 'ACCOUNT UPDATER CUSTOMER NOT FOUND: '
                         FD-CUST-ID
                      SET WS-SEND-NO-CUSTOMER TO TRUE
               END-READ
           END-IF
           IF  WS-SEND-OK
           AND CUST-ABU-OPT-OUT
               SET WS-SEND-OPTED-OUT TO TRUE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the notice to the network.
      *---------------------------------------------------------------*
       2400-WRITE-NOTICE.
           WRITE FD-ABUOUT-REC FROM ABU-NOTICE-RECORD
           IF  ABUOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING ACCOUNT UPDATER FILE'
               MOVE ABUOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  ABU-NOTICE-EXPIRY
               ADD 1 TO WS-EXPIRY-SENT-COUNT
           ELSE
               ADD 1 TO WS-CLOSED-SENT-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts the card's recurring merchants -- the ones the
      * notice is for -- on RECURMER under its vault token.
      *---------------------------------------------------------------*
       2500-COUNT-RECURRING.
           MOVE 0   TO WS-RECUR-CARD-COUNT
           MOVE 'N' TO WS-RCR-EOF
           MOVE CARD-NUM TO FD-TKV-CARD-NUM
           READ TOKNVLT-FILE INTO TOKEN-RECORD
               INVALID KEY
                  MOVE 'Y' TO WS-RCR-EOF
           END-READ
           IF  WS-RCR-EOF = 'N'
               MOVE TOKEN-ID     TO WS-CARD-TOKEN
               MOVE WS-CARD-TOKEN TO RCR-CARD-NUM
               MOVE ZERO         TO RCR-MERCHANT-ID
               MOVE RCR-KEY      TO FD-RCR-KEY
               START RECURMER-FILE KEY IS NOT LESS THAN FD-RCR-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-RCR-EOF
               END-START
           END-IF
           PERFORM 2510-COUNT-NEXT-RECURRING
              UNTIL WS-RCR-EOF = 'Y'
           EXIT.
       2510-COUNT-NEXT-RECURRING.
           READ RECURMER-FILE NEXT INTO RECURRING-MERCHANT-RECORD
               AT END
                  MOVE 'Y' TO WS-RCR-EOF
           END-READ
           IF  WS-RCR-EOF = 'N'
               IF  RECURMER-STATUS NOT = '00'
                   DISPLAY 'ERROR READING RECURRING MERCHANT FILE'
                   MOVE RECURMER-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  RCR-CARD-NUM = WS-CARD-TOKEN
                   ADD 1 TO WS-RECUR-CARD-COUNT
               ELSE
                   MOVE 'Y' TO WS-RCR-EOF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One notice line, the card masked, with the number of
      * recurring merchants it matters to. The caller has set
      * the result text.
      *---------------------------------------------------------------*
       2600-REPORT-NOTICE.
           PERFORM 2500-COUNT-RECURRING
           MOVE WS-NOTICE-TYPE       TO WS-ABU-RPT-N-TYPE
           MOVE ALL 'X'              TO WS-ABU-RPT-N-CARD
           MOVE CARD-NUM(13:4)       TO WS-ABU-RPT-N-CARD(13:4)
           MOVE ABS-EXPIRY-DATE      TO WS-ABU-RPT-N-OLD-EXP
           IF  WS-NOTICE-TYPE = 'E'
               MOVE CARD-EXPIRAION-DATE TO WS-ABU-RPT-N-NEW-EXP
               MOVE SPACE               TO WS-ABU-RPT-N-REASON
           ELSE
               MOVE SPACES              TO WS-ABU-RPT-N-NEW-EXP
               MOVE WS-CLOSE-REASON     TO WS-ABU-RPT-N-REASON
           END-IF
           MOVE WS-RECUR-CARD-COUNT  TO WS-ABU-RPT-N-RECUR
           WRITE FD-ABURPT-REC FROM WS-ABU-RPT-NOTICE-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the card's state row. Abends on failure -- a
      * row left behind would send the same notice again.
      *---------------------------------------------------------------*
       2900-REWRITE-STATE.
           REWRITE FD-ABUSTAT-REC FROM ABU-CARD-STATE-RECORD
           IF  ABUSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING ACCOUNT UPDATER STATE FILE'
               MOVE ABUSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the network response file for input.
      *---------------------------------------------------------------*
       0100-ABURESP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT ABURESP-FILE
           IF  ABURESP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT UPDATER RESPONSES'
               MOVE ABURESP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the token vault for random read.
      *---------------------------------------------------------------*
       0150-TOKNVLT-OPEN.
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
      * Opens the recurring-merchant file for input.
      *---------------------------------------------------------------*
       0200-RECURMER-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT RECURMER-FILE
           IF  RECURMER-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING RECURRING MERCHANT FILE'
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card master for sequential read.
      *---------------------------------------------------------------*
       0250-CARDDAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CARDDAT-FILE
           IF  CARDDAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the hotlist for random read.
      *---------------------------------------------------------------*
       0300-HOTLIST-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT HOTLIST-FILE
           IF  HOTLIST-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING HOTLIST FILE'
               MOVE HOTLIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random read.
      *---------------------------------------------------------------*
       0350-ACCTFILE-OPEN.
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
      * Opens the cross-reference for random read.
      *---------------------------------------------------------------*
       0400-XREFFILE-OPEN.
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
       0450-CUSTDAT-OPEN.
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
      * Opens the account-updater card state for I-O.
      *---------------------------------------------------------------*
       0500-ABUSTAT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O ABUSTAT-FILE
           IF  ABUSTAT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT UPDATER STATE FILE'
               MOVE ABUSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the outbound account-updater file.
      *---------------------------------------------------------------*
       0550-ABUOUT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ABUOUT-FILE
           IF  ABUOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT UPDATER FILE'
               MOVE ABUOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report for output.
      *---------------------------------------------------------------*
       0600-ABURPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT ABURPT-FILE
           IF  ABURPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING ACCOUNT UPDATER REPORT'
               MOVE ABURPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the network response file.
      *---------------------------------------------------------------*
       9100-ABURESP-CLOSE.
           CLOSE ABURESP-FILE
           IF  ABURESP-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT UPDATER RESPONSES'
               MOVE ABURESP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the token vault.
      *---------------------------------------------------------------*
       9150-TOKNVLT-CLOSE.
           CLOSE TOKNVLT-FILE
           IF  TOKNVLT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING TOKEN VAULT FILE'
               MOVE TOKNVLT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the recurring-merchant file.
      *---------------------------------------------------------------*
       9200-RECURMER-CLOSE.
           CLOSE RECURMER-FILE
           IF  RECURMER-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING RECURRING MERCHANT FILE'
               MOVE RECURMER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card master.
      *---------------------------------------------------------------*
       9250-CARDDAT-CLOSE.
           CLOSE CARDDAT-FILE
           IF  CARDDAT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CARD MASTER FILE'
               MOVE CARDDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the hotlist.
      *---------------------------------------------------------------*
       9300-HOTLIST-CLOSE.
           CLOSE HOTLIST-FILE
           IF  HOTLIST-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING HOTLIST FILE'
               MOVE HOTLIST-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9350-ACCTFILE-CLOSE.
           CLOSE ACCOUNT-FILE
           IF  ACCTFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT MASTER FILE'
               MOVE ACCTFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the cross-reference.
      *---------------------------------------------------------------*
       9400-XREFFILE-CLOSE.
           CLOSE XREF-FILE
           IF  XREFFILE-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CROSS REF FILE'
               MOVE XREFFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the customer master.
      *---------------------------------------------------------------*
       9450-CUSTDAT-CLOSE.
           CLOSE CUSTDAT-FILE
           IF  CUSTDAT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account-updater card state.
      *---------------------------------------------------------------*
       9500-ABUSTAT-CLOSE.
           CLOSE ABUSTAT-FILE
           IF  ABUSTAT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT UPDATER STATE FILE'
               MOVE ABUSTAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the outbound account-updater file.
      *---------------------------------------------------------------*
       9550-ABUOUT-CLOSE.
           CLOSE ABUOUT-FILE
           IF  ABUOUT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT UPDATER FILE'
               MOVE ABUOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9600-ABURPT-CLOSE.
           CLOSE ABURPT-FILE
           IF  ABURPT-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING ACCOUNT UPDATER REPORT'
               MOVE ABURPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the updater file itself was produced.
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
      * count of notices sent and the end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           COMPUTE BATCH-RECORD-COUNT =
                   WS-EXPIRY-SENT-COUNT + WS-CLOSED-SENT-COUNT
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
