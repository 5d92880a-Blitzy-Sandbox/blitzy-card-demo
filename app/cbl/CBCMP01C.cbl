      ******************************************************************
      * Program     : CBCMP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Marketing campaign target list build with
      *               mandatory suppressions and fulfillment file.
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
      * CBCMP01C - Campaign Target List Build (Batch)
      *
      * Builds the target list of every marketing campaign due
      * (CVCMP01Y.cpy) -- ACTIVE, select date reached, not yet
      * built -- in one pass of the account master:
      *   1. Each open account is profiled: its customer (FICO
      *      score, state) through the cross-reference, its
      *      utilization (balance as a whole percent of the
      *      credit limit) and its tenure in whole months since
      *      it was opened.
      *   2. The account is tested against each due campaign's
      *      selection criteria -- product, FICO, utilization,
      *      tenure, state. An upgrade offer never selects an
      *      account already on the product it upgrades to.
      *   3. Every selected account is tested against the
      *      mandatory suppressions, in order: deceased,
      *      bankruptcy, SCRA protected, restricted account,
      *      legal hold (LEGALHLD, account or customer),
      *      delinquent or charged off, returned mail, and the
      *      customer's do-not-solicit preference. The first
      *      that applies holds the offer back. Suppressions are
      *      not optional per campaign.
      *   4. Each selected account gets one CMPOFFR offer row
      *      (CVCMP02Y.cpy), TARGETED or SUPPRESSED with its
      *      reason, and each targeted one a CMPFUL fulfillment
      *      record for the mail house: name, mailing address,
      *      the offer terms and the respond-by date.
      *   5. Each campaign is stamped built with its counts, and
      *      the CMPRPT report lists every campaign built with
      *      its suppressions by reason.
      * A rerun after a failure keeps the offer rows already
      * written (counted ON FILE) and extracts their targeted
      * accounts again, so the fulfillment file is complete.
      *
      * Files accessed:
      *   CAMPAIGN  - Marketing campaigns (KSDS, DYNAMIC I-O)
      *   ACCTFILE  - Account master (KSDS, sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   LEGALHLD  - Legal holds (KSDS, random read;
      *               optional -- no file means no holds)
      *   CMPOFFR   - Campaign offers (KSDS, random I-O)
      *   CMPFUL    - Offer fulfillment file (sequential
      *               output, 300)
      *   CMPRPT    - Campaign build report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCMP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO CAMPAIGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-CMP-ID
                  FILE STATUS  IS CAMPAIGN-STATUS.

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

      * LEGALHLD: litigation holds (CVLGL01Y.cpy). A held
      * account or customer is never solicited.
           SELECT LEGALHLD-FILE ASSIGN TO LEGALHLD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-LGL-KEY
                  FILE STATUS  IS LEGALHLD-STATUS.

           SELECT CMPOFFR-FILE ASSIGN TO CMPOFFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-OFR-KEY
                  FILE STATUS  IS CMPOFFR-STATUS.

           SELECT CMPFUL-FILE ASSIGN TO CMPFUL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPFUL-STATUS.

           SELECT CMPRPT-FILE ASSIGN TO CMPRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPRPT-STATUS.

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
      * FD for the marketing campaign VSAM (200 bytes)
       FD  CAMPAIGN-FILE.
       01  FD-CAMPAIGN-REC.
           05 FD-CMP-ID                         PIC X(08).
           05 FD-CMP-DATA                       PIC X(192).

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

      * FD for the legal hold VSAM (100 bytes)
       FD  LEGALHLD-FILE.
       01  FD-LEGALHLD-REC.
           05 FD-LGL-KEY                        PIC X(12).
           05 FD-LGL-DATA                       PIC X(88).

      * FD for the campaign offer VSAM (150 bytes)
       FD  CMPOFFR-FILE.
       01  FD-CMPOFFR-REC.
           05 FD-OFR-KEY                        PIC X(19).
           05 FD-OFR-DATA                       PIC X(131).

      * FD for the offer fulfillment file (300 bytes)
       FD  CMPFUL-FILE.
       01  FD-CMPFUL-REC                        PIC X(300).

      * FD for the campaign build report (132-byte print)
       FD  CMPRPT-FILE.
       01  FD-CMPRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVCMP01Y: 200-byte marketing campaign record
       COPY CVCMP01Y.
       01  CAMPAIGN-STATUS.
           05  CAMPAIGN-STAT1      PIC X.
           05  CAMPAIGN-STAT2      PIC X.

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

      * CVCMP02Y: 150-byte campaign offer record
       COPY CVCMP02Y.
       01  CMPOFFR-STATUS.
           05  CMPOFFR-STAT1       PIC X.
           05  CMPOFFR-STAT2       PIC X.

      * Offer fulfillment record for the mail house (300 bytes,
      * sole-writer convention -- this program is its only
      * producer). One per targeted account; the address is
      * the customer's mailing address on file.
       01  CAMPAIGN-FULFILL-RECORD.
           05  CMF-CMP-ID                       PIC X(08).
           05  CMF-OFFER-TYPE                   PIC X(01).
           05  CMF-ACCT-ID                      PIC 9(11).
           05  CMF-CUST-ID                      PIC 9(09).
           05  CMF-FIRST-NAME                   PIC X(25).
           05  CMF-LAST-NAME                    PIC X(25).
           05  CMF-ADDR-LINE-1                  PIC X(50).
           05  CMF-ADDR-LINE-2                  PIC X(50).
           05  CMF-ADDR-LINE-3                  PIC X(50).
           05  CMF-ADDR-STATE-CD                PIC X(02).
           05  CMF-ADDR-COUNTRY-CD              PIC X(03).
           05  CMF-ADDR-ZIP                     PIC X(10).
      * Offer terms: promotional APR (balance transfer), the
      * increase and the new limit it brings (credit line),
      * the product offered (upgrade)
           05  CMF-OFR-APR                      PIC 9(02)V99.
           05  CMF-OFR-CLI-AMT                  PIC 9(07)V99.
           05  CMF-OFR-NEW-LIMIT                PIC 9(10)V99.
           05  CMF-OFR-UPG-GROUP-ID             PIC X(10).
           05  CMF-RESPOND-BY-DATE              PIC X(10).
           05  FILLER                           PIC X(11).
       01  CMPFUL-STATUS.
           05  CMPFUL-STAT1        PIC X.
           05  CMPFUL-STAT2        PIC X.

       01  CMPRPT-STATUS.
           05  CMPRPT-STAT1        PIC X.
           05  CMPRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCMP01C'.
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

      * The campaigns due this run, with their build counts.
      * The whole campaign row is kept; its criteria are read
      * back through CAMPAIGN-RECORD.
       01 WS-CMP-TABLE.
           05 WS-CMP-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-CMP-ENTRY              OCCURS 20 TIMES.
              10 WS-CE-ID               PIC X(08).
              10 WS-CE-DATA             PIC X(200).
              10 WS-CE-RESPOND-BY       PIC X(10).
              10 WS-CE-ELIGIBLE         PIC 9(07).
              10 WS-CE-TARGETED         PIC 9(07).
              10 WS-CE-SUPPRESSED       PIC 9(07).
              10 WS-CE-ON-FILE          PIC 9(07).
              10 WS-CE-RSN-COUNT        PIC 9(07) OCCURS 8 TIMES.
       01 WS-CMP-MAX                    PIC S9(04) COMP VALUE 20.
       01 WS-CMP-I                      PIC S9(04) COMP VALUE 0.
      * Response window when a campaign carries none
       01 WS-DEFAULT-RESPONSE-DAYS      PIC 9(03) VALUE 90.

      * The mandatory suppressions, in the order they are
      * tested (see CVCMP02Y.cpy)
       01 WS-RSN-DEFS.
           05 FILLER                    PIC X(31) VALUE
              'DDECEASED                      '.
           05 FILLER                    PIC X(31) VALUE
              'BBANKRUPTCY                    '.
           05 FILLER                    PIC X(31) VALUE
              'MSCRA PROTECTED                '.
           05 FILLER                    PIC X(31) VALUE
              'RRESTRICTED ACCOUNT            '.
           05 FILLER                    PIC X(31) VALUE
              'LLEGAL HOLD                    '.
           05 FILLER                    PIC X(31) VALUE
              'QDELINQUENT OR CHARGED OFF     '.
           05 FILLER                    PIC X(31) VALUE
              'ARETURNED MAIL                 '.
           05 FILLER                    PIC X(31) VALUE
              'NDO NOT SOLICIT                '.
       01 WS-RSN-DEFS-R REDEFINES WS-RSN-DEFS.
           05 WS-RSN-DEF                OCCURS 8 TIMES
                                        INDEXED BY WS-RSN-IDX.
              10 WS-RSN-CODE            PIC X(01).
              10 WS-RSN-DESC            PIC X(30).
       01 WS-RSN-MAX                    PIC S9(04) COMP VALUE 8.
       01 WS-RSN-I                      PIC S9(04) COMP VALUE 0.
       01 WS-ST-I                       PIC S9(04) COMP VALUE 0.

      * Date work fields: YYYY-MM-DD to integer day number
       01 WS-DATE-YMD.
           05 WS-DATE-YYYY              PIC 9(04).
           05 WS-DATE-MM                PIC 9(02).
           05 WS-DATE-DD                PIC 9(02).
       01 WS-DATE-YMD-9 REDEFINES WS-DATE-YMD
                                        PIC 9(08).
       01 WS-RUN-DATE-INT               PIC S9(09) COMP.
      * The run date and the account's open date, for tenure
       01 WS-RUN-DATE-PARTS.
           05 WS-RUN-YYYY               PIC 9(04).
           05 WS-RUN-MM                 PIC 9(02).
           05 WS-RUN-DD                 PIC 9(02).
       01 WS-OPEN-DATE-PARTS.
           05 WS-OPEN-YYYY              PIC 9(04).
           05 WS-OPEN-MM                PIC 9(02).
           05 WS-OPEN-DD                PIC 9(02).

      * Account profile and selection work fields
       01 WS-MISC-VARS.
           05 WS-PROFILE-OK             PIC X(01) VALUE 'N'.
           05 WS-UTIL-PCT               PIC 9(03) VALUE 0.
           05 WS-TENURE-MONTHS          PIC S9(05) VALUE 0.
           05 WS-SUPP-RSN               PIC X(01) VALUE SPACE.
           05 WS-STATE-MATCH            PIC X(01) VALUE 'N'.
           05 WS-CMP-EOF                PIC X(01) VALUE 'N'.
           05 WS-OFR-ON-FILE            PIC X(01) VALUE 'N'.
           05 WS-OFFER-DESC             PIC X(12).
       01 WS-COUNTERS.
           05 WS-CAMPAIGN-COUNT         PIC 9(09) VALUE 0.
           05 WS-ACCT-COUNT             PIC 9(09) VALUE 0.
           05 WS-PROFILED-COUNT         PIC 9(09) VALUE 0.
           05 WS-NO-XREF-COUNT          PIC 9(09) VALUE 0.
           05 WS-NO-CUST-COUNT          PIC 9(09) VALUE 0.
           05 WS-OFFER-COUNT            PIC 9(09) VALUE 0.
           05 WS-TARGETED-COUNT         PIC 9(09) VALUE 0.
           05 WS-SUPPRESSED-COUNT       PIC 9(09) VALUE 0.
           05 WS-ON-FILE-COUNT          PIC 9(09) VALUE 0.
           05 WS-EXTRACT-COUNT          PIC 9(09) VALUE 0.

      * Campaign build report lines (sole-writer convention)
       01 WS-CMP-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'MARKETING CAMPAIGN TARGET LIST BUILD'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-CMP-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-CMP-RPT-SECTION.
           05 WS-CMP-RPT-SECT-TITLE     PIC X(40).
           05 FILLER                    PIC X(92) VALUE SPACES.
       01 WS-CMP-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'CAMPAIGN NAME                           OFFE'.
           05 FILLER                    PIC X(44) VALUE
              'R         SELECTED  TARGETED SUPPRESSED   ON'.
           05 FILLER                    PIC X(44) VALUE
              ' FILE  RESPOND BY                           '.
       01 WS-CMP-RPT-LINE.
           05 WS-CMP-RPT-ID             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-NAME           PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-TYPE           PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-ELIGIBLE       PIC Z(08)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-TARGETED       PIC Z(08)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-SUPPRESSED     PIC Z(09)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-ON-FILE        PIC Z(08)9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CMP-RPT-RESPOND-BY     PIC X(10).
           05 FILLER                    PIC X(27) VALUE SPACES.
       01 WS-CMP-RPT-RSN-HDR.
           05 FILLER                    PIC X(44) VALUE
              'CAMPAIGN R SUPPRESSION REASON              A'.
           05 FILLER                    PIC X(44) VALUE
              'CCOUNTS                                     '.
           05 FILLER                    PIC X(44) VALUE
              '                                            '.
       01 WS-CMP-RPT-RSN-LINE.
           05 WS-CMP-RPT-RS-ID          PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-RS-CODE        PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-RS-DESC        PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CMP-RPT-RS-COUNT       PIC Z(08)9.
           05 FILLER                    PIC X(81) VALUE SPACES.
       01 WS-CMP-RPT-MESSAGE.
           05 WS-CMP-RPT-MSG-TEXT       PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CMP-RPT-COUNT-LINE.
           05 WS-CMP-RPT-CNT-LABEL      PIC X(40).
           05 WS-CMP-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(83) VALUE SPACES.
       01 WS-CMP-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the campaigns due, profiles and
      * selects every open account against them, stamps the
      * campaigns built, reports.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCMP01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0900-CHECK-PARM-DATE.
           PERFORM 0000-CAMPAIGN-OPEN.
           PERFORM 0100-ACCTFILE-OPEN.
           PERFORM 0200-XREFFILE-OPEN.
           PERFORM 0300-CUSTDAT-OPEN.
           PERFORM 0350-LEGALHLD-OPEN.
           PERFORM 0400-CMPOFFR-OPEN.
           PERFORM 0500-CMPFUL-OPEN.
           PERFORM 0600-CMPRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-CAMPAIGNS.

           IF  WS-CMP-ENTRIES-USED > 0
               PERFORM 2000-PROCESS-NEXT-ACCOUNT
                  UNTIL END-OF-FILE = 'Y'
               PERFORM 4000-MARK-CAMPAIGN-BUILT
                  VARYING WS-CMP-I FROM 1 BY 1
                  UNTIL WS-CMP-I > WS-CMP-ENTRIES-USED
           ELSE
               DISPLAY 'NO CAMPAIGNS DUE FOR BUILD'
           END-IF

           PERFORM 6000-PRINT-REPORT.

           PERFORM 9000-CAMPAIGN-CLOSE.
           PERFORM 9100-ACCTFILE-CLOSE.
           PERFORM 9200-XREFFILE-CLOSE.
           PERFORM 9300-CUSTDAT-CLOSE.
           PERFORM 9350-LEGALHLD-CLOSE.
           PERFORM 9400-CMPOFFR-CLOSE.
           PERFORM 9500-CMPFUL-CLOSE.
           PERFORM 9600-CMPRPT-CLOSE.

           DISPLAY 'CAMPAIGNS BUILT        :' WS-CMP-ENTRIES-USED
           DISPLAY 'ACCOUNTS READ          :' WS-ACCT-COUNT
           DISPLAY 'ACCOUNTS PROFILED      :' WS-PROFILED-COUNT
           DISPLAY 'OFFERS SELECTED        :' WS-OFFER-COUNT
           DISPLAY 'OFFERS TARGETED        :' WS-TARGETED-COUNT
           DISPLAY 'OFFERS SUPPRESSED      :' WS-SUPPRESSED-COUNT
           DISPLAY 'OFFERS ALREADY ON FILE :' WS-ON-FILE-COUNT
           DISPLAY 'FULFILLMENT RECORDS    :' WS-EXTRACT-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCMP01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * The run date must be a valid YYYY-MM-DD date: it is the
      * build date and the start of every response window.
      *---------------------------------------------------------------*
       0900-CHECK-PARM-DATE.
           IF  PARM-DATE(1:4) NOT NUMERIC
               OR PARM-DATE(6:2) NOT NUMERIC
               OR PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'INVALID PARM-DATE: ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE(1:4) TO WS-RUN-YYYY
           MOVE PARM-DATE(6:2) TO WS-RUN-MM
           MOVE PARM-DATE(9:2) TO WS-RUN-DD
           MOVE WS-RUN-DATE-PARTS TO WS-DATE-YMD
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           EXIT.
      *---------------------------------------------------------------*
      * Loads every campaign due: ACTIVE, select date reached
      * and not yet built.
      *---------------------------------------------------------------*
       1000-LOAD-CAMPAIGNS.
           MOVE LOW-VALUES TO FD-CMP-ID
           MOVE 'N'        TO WS-CMP-EOF
           START CAMPAIGN-FILE KEY IS NOT LESS THAN FD-CMP-ID
               INVALID KEY
                  MOVE 'Y' TO WS-CMP-EOF
           END-START
           PERFORM 1010-TAKE-NEXT-CAMPAIGN
              UNTIL WS-CMP-EOF = 'Y'
           DISPLAY 'CAMPAIGNS ON FILE      :' WS-CAMPAIGN-COUNT
           DISPLAY 'CAMPAIGNS DUE          :' WS-CMP-ENTRIES-USED
           EXIT.
      *---------------------------------------------------------------*
      * Takes the next campaign into the table when it is due.
      * Its respond-by date runs from today; a campaign with an
      * offer type this job does not know is not built.
      *---------------------------------------------------------------*
       1010-TAKE-NEXT-CAMPAIGN.
           READ CAMPAIGN-FILE NEXT RECORD
                INTO CAMPAIGN-RECORD
               AT END
                  MOVE 'Y' TO WS-CMP-EOF
           END-READ
           IF  WS-CMP-EOF = 'N'
               IF  CAMPAIGN-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CAMPAIGN FILE'
                   MOVE CAMPAIGN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CAMPAIGN-COUNT
               IF  CMP-STATUS-ACTIVE
                   AND CMP-SELECT-DATE NOT > PARM-DATE
                   AND CMP-BUILT-DATE = SPACES
                   IF  CMP-OFFER-BALXFER
                       OR CMP-OFFER-CREDIT-LINE
                       OR CMP-OFFER-UPGRADE
                       PERFORM 1020-ADD-CAMPAIGN
                   ELSE
                       DISPLAY 'CAMPAIGN NOT BUILT - OFFER TYPE: '
                               CMP-ID ' ' CMP-OFFER-TYPE
                   END-IF
               END-IF
           END-IF
           EXIT.
       1020-ADD-CAMPAIGN.
           IF  WS-CMP-ENTRIES-USED >= WS-CMP-MAX
               DISPLAY 'CAMPAIGN TABLE FULL: ' CMP-ID
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-CMP-ENTRIES-USED
           MOVE WS-CMP-ENTRIES-USED TO WS-CMP-I
           INITIALIZE WS-CMP-ENTRY (WS-CMP-I)
           MOVE CMP-ID            TO WS-CE-ID (WS-CMP-I)
           MOVE CAMPAIGN-RECORD   TO WS-CE-DATA (WS-CMP-I)
           IF  CMP-RESPONSE-DAYS = 0
               COMPUTE WS-DATE-YMD-9 = FUNCTION DATE-OF-INTEGER
                  (WS-RUN-DATE-INT + WS-DEFAULT-RESPONSE-DAYS)
           ELSE
               COMPUTE WS-DATE-YMD-9 = FUNCTION DATE-OF-INTEGER
                  (WS-RUN-DATE-INT + CMP-RESPONSE-DAYS)
           END-IF
           STRING WS-DATE-YYYY '-' WS-DATE-MM '-' WS-DATE-DD
                  DELIMITED BY SIZE
             INTO WS-CE-RESPOND-BY (WS-CMP-I)
           END-STRING
           DISPLAY 'CAMPAIGN DUE: ' CMP-ID ' ' CMP-NAME
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next account. An open account is profiled and
      * tried against every campaign due.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-ACCOUNT.
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               AT END
                  MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  END-OF-FILE = 'N'
               IF  ACCTFILE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING ACCOUNT FILE'
                   MOVE ACCTFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               IF  ACCT-STATUS-ACTIVE
                   PERFORM 2100-PROFILE-ACCOUNT
                      THRU 2100-PROFILE-ACCOUNT-EXIT
                   IF  WS-PROFILE-OK = 'Y'
                       PERFORM 2500-SELECT-FOR-CAMPAIGN
                          THRU 2500-SELECT-FOR-CAMPAIGN-EXIT
                          VARYING WS-CMP-I FROM 1 BY 1
                          UNTIL WS-CMP-I > WS-CMP-ENTRIES-USED
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The account's customer, utilization, tenure and
      * suppression. An account whose customer cannot be found
      * is never solicited -- there is no one to mail.
      *---------------------------------------------------------------*
       2100-PROFILE-ACCOUNT.
           MOVE 'N'     TO WS-PROFILE-OK
           MOVE ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
                KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  ADD 1 TO WS-NO-XREF-COUNT
                  GO TO 2100-PROFILE-ACCOUNT-EXIT
           END-READ
           MOVE XREF-CUST-ID TO FD-CUST-ID
           READ CUSTDAT-FILE INTO CUSTOMER-RECORD
               INVALID KEY
                  ADD 1 TO WS-NO-CUST-COUNT
                  GO TO 2100-PROFILE-ACCOUNT-EXIT
           END-READ

      * Utilization: the balance as a whole percent of the
      * limit; a balance with no limit reads as over 100
           MOVE 0 TO WS-UTIL-PCT
           IF  ACCT-CURR-BAL > 0
               IF  ACCT-CREDIT-LIMIT > 0
                   COMPUTE WS-UTIL-PCT =
                      ACCT-CURR-BAL * 100 / ACCT-CREDIT-LIMIT
                      ON SIZE ERROR
                         MOVE 999 TO WS-UTIL-PCT
                   END-COMPUTE
               ELSE
                   MOVE 999 TO WS-UTIL-PCT
               END-IF
           END-IF

      * Tenure: whole months since the account was opened
           MOVE 0 TO WS-TENURE-MONTHS
           IF  ACCT-OPEN-DATE(1:4) NUMERIC
               AND ACCT-OPEN-DATE(6:2) NUMERIC
               AND ACCT-OPEN-DATE(9:2) NUMERIC
               MOVE ACCT-OPEN-DATE(1:4) TO WS-OPEN-YYYY
               MOVE ACCT-OPEN-DATE(6:2) TO WS-OPEN-MM
               MOVE ACCT-OPEN-DATE(9:2) TO WS-OPEN-DD
               COMPUTE WS-TENURE-MONTHS =
                  (WS-RUN-YYYY - WS-OPEN-YYYY) * 12
                  + WS-RUN-MM - WS-OPEN-MM
               IF  WS-RUN-DD < WS-OPEN-DD
                   SUBTRACT 1 FROM WS-TENURE-MONTHS
               END-IF
               IF  WS-TENURE-MONTHS < 0
                   MOVE 0 TO WS-TENURE-MONTHS
               END-IF
           END-IF

           PERFORM 2200-SET-SUPPRESSION
           ADD 1   TO WS-PROFILED-COUNT
           MOVE 'Y' TO WS-PROFILE-OK
           .
       2100-PROFILE-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The first mandatory suppression that applies to the
      * account, or space when it may be solicited. The order
      * is the order of CVCMP02Y.cpy; the legal hold read is
      * only made when nothing before it applies.
      *---------------------------------------------------------------*
       2200-SET-SUPPRESSION.
           MOVE SPACE TO WS-SUPP-RSN
           EVALUATE TRUE
               WHEN CUST-IS-DECEASED
                   MOVE 'D' TO WS-SUPP-RSN
               WHEN NOT CUST-BKR-NONE
                   MOVE 'B' TO WS-SUPP-RSN
               WHEN CUST-SCRA-PROTECTED
                   MOVE 'M' TO WS-SUPP-RSN
               WHEN ACCT-IS-RESTRICTED
                   MOVE 'R' TO WS-SUPP-RSN
               WHEN OTHER
                   PERFORM 2300-CHECK-HOLDS
                   IF  WS-HOLD-FLAG = 'Y'
                       MOVE 'L' TO WS-SUPP-RSN
                   END-IF
           END-EVALUATE
           IF  WS-SUPP-RSN = SPACE
               EVALUATE TRUE
                   WHEN ACCT-IS-CHARGED-OFF
                   WHEN NOT ACCT-DELINQ-CURRENT
                       MOVE 'Q' TO WS-SUPP-RSN
                   WHEN CUST-MAIL-RETURNED
                       MOVE 'A' TO WS-SUPP-RSN
                   WHEN CUST-DO-NOT-SOLICIT
                       MOVE 'N' TO WS-SUPP-RSN
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-HOLD-FLAG when an ACTIVE legal hold covers the
      * account or its customer.
      *---------------------------------------------------------------*
       2300-CHECK-HOLDS.
           MOVE 'A'         TO LGL-ENTITY-TYPE
           MOVE ACCT-ID     TO WS-HOLD-ENT-ID-N
           PERFORM 5100-CHECK-LEGAL-HOLD
           IF  WS-HOLD-FLAG = 'N'
               MOVE 'C'          TO LGL-ENTITY-TYPE
               MOVE XREF-CUST-ID TO WS-HOLD-ENT-ID-N
               PERFORM 5100-CHECK-LEGAL-HOLD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Tries the account against campaign WS-CMP-I's selection
      * criteria; a selected account gets its offer row.
      *---------------------------------------------------------------*
       2500-SELECT-FOR-CAMPAIGN.
           MOVE WS-CE-DATA (WS-CMP-I) TO CAMPAIGN-RECORD
           IF  CMP-SEL-GROUP-ID NOT = SPACES
               AND CMP-SEL-GROUP-ID NOT = ACCT-GROUP-ID
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  CMP-OFFER-UPGRADE
               AND ACCT-GROUP-ID = CMP-OFR-UPG-GROUP-ID
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  CUST-FICO-CREDIT-SCORE < CMP-SEL-FICO-MIN
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  CMP-SEL-FICO-MAX > 0
               AND CUST-FICO-CREDIT-SCORE > CMP-SEL-FICO-MAX
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  WS-UTIL-PCT < CMP-SEL-UTIL-MIN
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  CMP-SEL-UTIL-MAX > 0
               AND WS-UTIL-PCT > CMP-SEL-UTIL-MAX
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  WS-TENURE-MONTHS < CMP-SEL-TENURE-MIN
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  CMP-SEL-TENURE-MAX > 0
               AND WS-TENURE-MONTHS > CMP-SEL-TENURE-MAX
               GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
           END-IF
           IF  CMP-SEL-STATES NOT = SPACES
               MOVE 'N' TO WS-STATE-MATCH
               PERFORM 2510-MATCH-STATE
                  VARYING WS-ST-I FROM 1 BY 1
                  UNTIL WS-ST-I > 10
                     OR WS-STATE-MATCH = 'Y'
               IF  WS-STATE-MATCH = 'N'
                   GO TO 2500-SELECT-FOR-CAMPAIGN-EXIT
               END-IF
           END-IF

           ADD 1 TO WS-CE-ELIGIBLE (WS-CMP-I)
           ADD 1 TO WS-OFFER-COUNT
           PERFORM 2600-WRITE-OFFER
           .
       2500-SELECT-FOR-CAMPAIGN-EXIT.
           EXIT.
       2510-MATCH-STATE.
           IF  CMP-SEL-STATE-CD (WS-ST-I) NOT = SPACES
               AND CMP-SEL-STATE-CD (WS-ST-I) = CUST-ADDR-STATE-CD
               MOVE 'Y' TO WS-STATE-MATCH
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the account's offer row, TARGETED or SUPPRESSED.
      * A row already on file (a rerun) is kept as it stands
      * and counted by its own status. Every targeted offer is
      * extracted for fulfillment.
      *---------------------------------------------------------------*
       2600-WRITE-OFFER.
           INITIALIZE CAMPAIGN-OFFER-RECORD
           MOVE CMP-ID                TO OFR-CMP-ID
           MOVE ACCT-ID               TO OFR-ACCT-ID
           MOVE XREF-CUST-ID          TO OFR-CUST-ID
           IF  WS-SUPP-RSN = SPACE
               SET OFR-STATUS-TARGETED   TO TRUE
               MOVE SPACE             TO OFR-SUPPRESS-RSN
           ELSE
               SET OFR-STATUS-SUPPRESSED TO TRUE
               MOVE WS-SUPP-RSN       TO OFR-SUPPRESS-RSN
           END-IF
           MOVE CMP-OFFER-TYPE        TO OFR-OFFER-TYPE
           MOVE PARM-DATE             TO OFR-SELECT-DATE
           MOVE WS-CE-RESPOND-BY (WS-CMP-I)
                                      TO OFR-RESPOND-BY-DATE
           MOVE ACCT-CREDIT-LIMIT     TO OFR-BASE-CREDIT-LIMIT
           MOVE ACCT-GROUP-ID         TO OFR-BASE-GROUP-ID
           MOVE CUST-FICO-CREDIT-SCORE TO OFR-BASE-FICO
           MOVE SPACES                TO OFR-RESPONSE-DATE
                                         OFR-RESPONSE-REF
                                         OFR-CLOSED-DATE
           MOVE ZERO                  TO OFR-RESPONSE-AMT

           MOVE 'N' TO WS-OFR-ON-FILE
           WRITE FD-CMPOFFR-REC FROM CAMPAIGN-OFFER-RECORD
           EVALUATE CMPOFFR-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '22'
                   MOVE 'Y' TO WS-OFR-ON-FILE
                   READ CMPOFFR-FILE INTO CAMPAIGN-OFFER-RECORD
                   IF  CMPOFFR-STATUS NOT = '00'
                       DISPLAY 'ERROR READING CAMPAIGN OFFER: '
                               FD-OFR-KEY
                       MOVE CMPOFFR-STATUS TO IO-STATUS
                       PERFORM 9910-DISPLAY-IO-STATUS
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
                   ADD 1 TO WS-CE-ON-FILE (WS-CMP-I)
                   ADD 1 TO WS-ON-FILE-COUNT
               WHEN OTHER
                   DISPLAY 'ERROR WRITING CAMPAIGN OFFER: '
                           FD-OFR-KEY
                   MOVE CMPOFFR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE

           IF  OFR-STATUS-SUPPRESSED
               ADD 1 TO WS-CE-SUPPRESSED (WS-CMP-I)
               ADD 1 TO WS-SUPPRESSED-COUNT
               SET WS-RSN-IDX TO 1
               SEARCH WS-RSN-DEF
                  AT END
                     CONTINUE
                  WHEN WS-RSN-CODE (WS-RSN-IDX) = OFR-SUPPRESS-RSN
                     SET WS-RSN-I TO WS-RSN-IDX
                     ADD 1 TO WS-CE-RSN-COUNT (WS-CMP-I, WS-RSN-I)
               END-SEARCH
           ELSE
               ADD 1 TO WS-CE-TARGETED (WS-CMP-I)
               ADD 1 TO WS-TARGETED-COUNT
               IF  OFR-STATUS-TARGETED
                   PERFORM 2700-WRITE-FULFILLMENT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the mail house record for a targeted offer.
      *---------------------------------------------------------------*
       2700-WRITE-FULFILLMENT.
           INITIALIZE CAMPAIGN-FULFILL-RECORD
           MOVE CMP-ID                TO CMF-CMP-ID
           MOVE CMP-OFFER-TYPE        TO CMF-OFFER-TYPE
           MOVE ACCT-ID               TO CMF-ACCT-ID
           MOVE XREF-CUST-ID          TO CMF-CUST-ID
           MOVE CUST-FIRST-NAME       TO CMF-FIRST-NAME
           MOVE CUST-LAST-NAME        TO CMF-LAST-NAME
           MOVE CUST-ADDR-LINE-1      TO CMF-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2      TO CMF-ADDR-LINE-2
           MOVE CUST-ADDR-LINE-3      TO CMF-ADDR-LINE-3
           MOVE CUST-ADDR-STATE-CD    TO CMF-ADDR-STATE-CD
           MOVE CUST-ADDR-COUNTRY-CD  TO CMF-ADDR-COUNTRY-CD
           MOVE CUST-ADDR-ZIP         TO CMF-ADDR-ZIP
           EVALUATE TRUE
               WHEN CMP-OFFER-BALXFER
                   MOVE CMP-OFR-APR        TO CMF-OFR-APR
               WHEN CMP-OFFER-CREDIT-LINE
                   MOVE CMP-OFR-CLI-AMT    TO CMF-OFR-CLI-AMT
                   COMPUTE CMF-OFR-NEW-LIMIT =
                      ACCT-CREDIT-LIMIT + CMP-OFR-CLI-AMT
               WHEN CMP-OFFER-UPGRADE
                   MOVE CMP-OFR-UPG-GROUP-ID
                                           TO CMF-OFR-UPG-GROUP-ID
           END-EVALUATE
           MOVE OFR-RESPOND-BY-DATE   TO CMF-RESPOND-BY-DATE
           WRITE FD-CMPFUL-REC FROM CAMPAIGN-FULFILL-RECORD
           IF  CMPFUL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING FULFILLMENT FILE'
               MOVE CMPFUL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-EXTRACT-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Stamps campaign WS-CMP-I built today with its counts --
      * it is not built again.
      *---------------------------------------------------------------*
       4000-MARK-CAMPAIGN-BUILT.
           MOVE WS-CE-ID (WS-CMP-I) TO FD-CMP-ID
           READ CAMPAIGN-FILE INTO CAMPAIGN-RECORD
           IF  CAMPAIGN-STATUS NOT = '00'
               DISPLAY 'ERROR READING CAMPAIGN: ' FD-CMP-ID
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE PARM-DATE                   TO CMP-BUILT-DATE
           MOVE WS-CE-TARGETED (WS-CMP-I)   TO CMP-TARGET-COUNT
           MOVE WS-CE-SUPPRESSED (WS-CMP-I) TO CMP-SUPPRESS-COUNT
           MOVE PARM-DATE                   TO CMP-UPDATED-DATE
           MOVE WS-BATCH-JOB-NAME           TO CMP-UPDATED-BY
           REWRITE FD-CAMPAIGN-REC FROM CAMPAIGN-RECORD
           IF  CAMPAIGN-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CAMPAIGN: ' FD-CMP-ID
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
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
      * Prints the build report: every campaign built, its
      * suppressions by reason, and the run counts.
      *---------------------------------------------------------------*
       6000-PRINT-REPORT.
           MOVE PARM-DATE TO WS-CMP-RPT-DATE
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-HEADER

           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-BLANK
           MOVE 'CAMPAIGNS BUILT'         TO WS-CMP-RPT-SECT-TITLE
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-SECTION
           IF  WS-CMP-ENTRIES-USED = 0
               MOVE 'NO CAMPAIGNS DUE FOR BUILD'
                 TO WS-CMP-RPT-MSG-TEXT
               WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-MESSAGE
           ELSE
               WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COL-HDR
               PERFORM 6100-PRINT-CAMPAIGN
                  VARYING WS-CMP-I FROM 1 BY 1
                  UNTIL WS-CMP-I > WS-CMP-ENTRIES-USED

               WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-BLANK
               MOVE 'SUPPRESSIONS BY REASON' TO WS-CMP-RPT-SECT-TITLE
               WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-SECTION
               WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-RSN-HDR
               PERFORM 6200-PRINT-REASON
                  VARYING WS-CMP-I FROM 1 BY 1
                  UNTIL WS-CMP-I > WS-CMP-ENTRIES-USED
                  AFTER WS-RSN-I FROM 1 BY 1
                  UNTIL WS-RSN-I > WS-RSN-MAX
           END-IF

           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-BLANK
           MOVE 'CAMPAIGNS ON FILE'           TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-CAMPAIGN-COUNT             TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'ACCOUNTS READ'               TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-ACCT-COUNT                 TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'OPEN ACCOUNTS PROFILED'      TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-PROFILED-COUNT             TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'NO CROSS-REFERENCE - NOT SOLICITED'
                                              TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-NO-XREF-COUNT              TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'NO CUSTOMER - NOT SOLICITED' TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-NO-CUST-COUNT              TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'OFFERS TARGETED'             TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-TARGETED-COUNT             TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'OFFERS SUPPRESSED'           TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-SUPPRESSED-COUNT           TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'OFFERS ALREADY ON FILE (RERUN)'
                                              TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-ON-FILE-COUNT              TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           MOVE 'FULFILLMENT RECORDS WRITTEN' TO WS-CMP-RPT-CNT-LABEL
           MOVE WS-EXTRACT-COUNT              TO WS-CMP-RPT-CNT
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints campaign WS-CMP-I's build line.
      *---------------------------------------------------------------*
       6100-PRINT-CAMPAIGN.
           MOVE WS-CE-DATA (WS-CMP-I) TO CAMPAIGN-RECORD
           EVALUATE TRUE
               WHEN CMP-OFFER-BALXFER
                   MOVE 'BAL TRANSFER' TO WS-OFFER-DESC
               WHEN CMP-OFFER-CREDIT-LINE
                   MOVE 'CREDIT LINE'  TO WS-OFFER-DESC
               WHEN OTHER
                   MOVE 'UPGRADE'      TO WS-OFFER-DESC
           END-EVALUATE
           MOVE CMP-ID                      TO WS-CMP-RPT-ID
           MOVE CMP-NAME                    TO WS-CMP-RPT-NAME
           MOVE WS-OFFER-DESC               TO WS-CMP-RPT-TYPE
           MOVE WS-CE-ELIGIBLE (WS-CMP-I)   TO WS-CMP-RPT-ELIGIBLE
           MOVE WS-CE-TARGETED (WS-CMP-I)   TO WS-CMP-RPT-TARGETED
           MOVE WS-CE-SUPPRESSED (WS-CMP-I) TO WS-CMP-RPT-SUPPRESSED
           MOVE WS-CE-ON-FILE (WS-CMP-I)    TO WS-CMP-RPT-ON-FILE
           MOVE WS-CE-RESPOND-BY (WS-CMP-I) TO WS-CMP-RPT-RESPOND-BY
           WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints one campaign's count for suppression WS-RSN-I,
      * when it held anything back.
      *---------------------------------------------------------------*
       6200-PRINT-REASON.
           IF  WS-CE-RSN-COUNT (WS-CMP-I, WS-RSN-I) > 0
               MOVE WS-CE-ID (WS-CMP-I)    TO WS-CMP-RPT-RS-ID
               MOVE WS-RSN-CODE (WS-RSN-I) TO WS-CMP-RPT-RS-CODE
               MOVE WS-RSN-DESC (WS-RSN-I) TO WS-CMP-RPT-RS-DESC
               MOVE WS-CE-RSN-COUNT (WS-CMP-I, WS-RSN-I)
                                           TO WS-CMP-RPT-RS-COUNT
               WRITE FD-CMPRPT-REC FROM WS-CMP-RPT-RSN-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the campaign file for update.
      *---------------------------------------------------------------*
       0000-CAMPAIGN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CAMPAIGN-FILE
           IF  CAMPAIGN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CAMPAIGN FILE'
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for sequential input.
      *---------------------------------------------------------------*
       0100-ACCTFILE-OPEN.
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
      * Opens the customer master for random reads.
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
      * Opens the campaign offer file for update.
      *---------------------------------------------------------------*
       0400-CMPOFFR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CMPOFFR-FILE
           IF  CMPOFFR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CAMPAIGN OFFER FILE'
               MOVE CMPOFFR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the offer fulfillment file for output.
      *---------------------------------------------------------------*
       0500-CMPFUL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CMPFUL-FILE
           IF  CMPFUL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING FULFILLMENT FILE'
               MOVE CMPFUL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the campaign build report for output.
      *---------------------------------------------------------------*
       0600-CMPRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CMPRPT-FILE
           IF  CMPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CAMPAIGN REPORT'
               MOVE CMPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CAMPAIGN-FILE.
      *---------------------------------------------------------------*
       9000-CAMPAIGN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CAMPAIGN-FILE
           IF  CAMPAIGN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CAMPAIGN FILE'
               MOVE CAMPAIGN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes ACCOUNT-FILE.
      *---------------------------------------------------------------*
       9100-ACCTFILE-CLOSE.
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
      * Closes CUSTDAT-FILE.
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
      * Closes CMPOFFR-FILE.
      *---------------------------------------------------------------*
       9400-CMPOFFR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CMPOFFR-FILE
           IF  CMPOFFR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CAMPAIGN OFFER FILE'
               MOVE CMPOFFR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CMPFUL-FILE.
      *---------------------------------------------------------------*
       9500-CMPFUL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CMPFUL-FILE
           IF  CMPFUL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING FULFILLMENT FILE'
               MOVE CMPFUL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CMPRPT-FILE.
      *---------------------------------------------------------------*
       9600-CMPRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CMPRPT-FILE
           IF  CMPRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CAMPAIGN REPORT'
               MOVE CMPRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the campaign lists were built and stamped.
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
      * targeted-offer count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-TARGETED-COUNT           TO BATCH-RECORD-COUNT
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
