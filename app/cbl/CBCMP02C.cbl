      ******************************************************************
      * Program     : CBCMP02C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Marketing campaign response match and
      *               response-rate report.
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
      * CBCMP02C - Campaign Response Match (Batch)
      *
      * Links each customer who took a marketing offer back to
      * the campaign that made it, daily, over every CMPOFFR
      * offer row (CVCMP02Y.cpy) still TARGETED:
      *   balance transfer - a BALXFER transfer (CVBTR01Y.cpy)
      *                      requested on the account between
      *                      the select date and the respond-by
      *                      date, not cancelled. The transfer
      *                      amount is the response amount and
      *                      its key the link.
      *   credit line      - the account's credit limit now
      *                      above the limit it was selected at.
      *                      The increase is the response amount.
      *   upgrade          - the account moved onto the product
      *                      the campaign offered.
      * A match marks the row RESPONDED with the date, amount
      * and link. A row unmatched once its respond-by date has
      * passed is marked NO RESPONSE; either state is final.
      * Responses matched in the run are listed, then every
      * built campaign's response rate -- responders as a
      * percent of the offers mailed -- and response amount.
      * Rows already final are only counted, so a rerun of the
      * day changes nothing.
      *
      * Files accessed:
      *   CAMPAIGN  - Marketing campaigns (KSDS, sequential
      *               input)
      *   CMPOFFR   - Campaign offers (KSDS, sequential I-O)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   BALXFER   - Balance transfers (KSDS, DYNAMIC input)
      *   CMPRSP    - Campaign response report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCMP02C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPAIGN-FILE ASSIGN TO CAMPAIGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CMP-ID
                  FILE STATUS  IS CAMPAIGN-STATUS.

           SELECT CMPOFFR-FILE ASSIGN TO CMPOFFR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-OFR-KEY
                  FILE STATUS  IS CMPOFFR-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT BALXFER-FILE ASSIGN TO BALXFER
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-BTR-KEY
                  FILE STATUS  IS BALXFER-STATUS.

           SELECT CMPRSP-FILE ASSIGN TO CMPRSP
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CMPRSP-STATUS.

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

      * FD for the campaign offer VSAM (150 bytes)
       FD  CMPOFFR-FILE.
       01  FD-CMPOFFR-REC.
           05 FD-OFR-KEY                        PIC X(19).
           05 FD-OFR-DATA                       PIC X(131).

      * FD for the account master VSAM (300 bytes)
       FD  ACCOUNT-FILE.
       01  FD-ACCTFILE-REC.
           05 FD-ACCT-ID                        PIC 9(11).
           05 FD-ACCT-DATA                      PIC X(289).

      * FD for the balance transfer VSAM (150 bytes)
       FD  BALXFER-FILE.
       01  FD-BALXFER-REC.
           05 FD-BTR-KEY                        PIC X(25).
           05 FD-BTR-DATA                       PIC X(125).

      * FD for the campaign response report (132-byte print)
       FD  CMPRSP-FILE.
       01  FD-CMPRSP-REC                        PIC X(132).

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

      * CVCMP02Y: 150-byte campaign offer record
       COPY CVCMP02Y.
       01  CMPOFFR-STATUS.
           05  CMPOFFR-STAT1       PIC X.
           05  CMPOFFR-STAT2       PIC X.

      * CVACT01Y: 300-byte account master record
       COPY CVACT01Y.
       01  ACCTFILE-STATUS.
           05  ACCTFILE-STAT1      PIC X.
           05  ACCTFILE-STAT2      PIC X.

      * CVBTR01Y: 150-byte balance transfer record
       COPY CVBTR01Y.
       01  BALXFER-STATUS.
           05  BALXFER-STAT1       PIC X.
           05  BALXFER-STAT2       PIC X.

       01  CMPRSP-STATUS.
           05  CMPRSP-STAT1        PIC X.
           05  CMPRSP-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCMP02C'.
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

      * Every campaign on file, with its offers counted by
      * status as the offer file is read
       01 WS-CT-TABLE.
           05 WS-CT-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
           05 WS-CT-ENTRY               OCCURS 200 TIMES
                                        INDEXED BY WS-CT-IDX.
              10 WS-CT-ID               PIC X(08).
              10 WS-CT-NAME             PIC X(30).
              10 WS-CT-OFFER-TYPE       PIC X(01).
              10 WS-CT-UPG-GROUP-ID     PIC X(10).
              10 WS-CT-BUILT-DATE       PIC X(10).
              10 WS-CT-OPEN             PIC 9(07).
              10 WS-CT-SUPPRESSED       PIC 9(07).
              10 WS-CT-RESPONDED        PIC 9(07).
              10 WS-CT-NO-RESP          PIC 9(07).
              10 WS-CT-AMOUNT           PIC S9(13)V99.
       01 WS-CT-MAX                     PIC S9(04) COMP VALUE 200.
       01 WS-CT-I                       PIC S9(04) COMP VALUE 0.

      * Offer and response work fields
       01 WS-MISC-VARS.
           05 WS-CMP-EOF                PIC X(01) VALUE 'N'.
           05 WS-BTR-EOF                PIC X(01) VALUE 'N'.
           05 WS-CT-FOUND               PIC X(01) VALUE 'N'.
           05 WS-RESPONSE-FOUND         PIC X(01) VALUE 'N'.
           05 WS-RESPOND-BY-YMD         PIC X(08).
           05 WS-OFFER-DESC             PIC X(12).
           05 WS-MAILED                 PIC 9(09) VALUE 0.
           05 WS-RATE                   PIC 9(03)V99 VALUE 0.
           05 WS-LIMIT-EDIT             PIC Z(09)9.99.
       01 WS-COUNTERS.
           05 WS-CAMPAIGN-COUNT         PIC 9(09) VALUE 0.
           05 WS-OFFER-COUNT            PIC 9(09) VALUE 0.
           05 WS-CHECKED-COUNT          PIC 9(09) VALUE 0.
           05 WS-MATCHED-COUNT          PIC 9(09) VALUE 0.
           05 WS-EXPIRED-COUNT          PIC 9(09) VALUE 0.
           05 WS-NO-ACCT-COUNT          PIC 9(09) VALUE 0.
           05 WS-NO-CAMPAIGN-COUNT      PIC 9(09) VALUE 0.

      * Campaign response report lines (sole-writer convention)
       01 WS-CRR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'MARKETING CAMPAIGN RESPONSE REPORT'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-CRR-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-CRR-RPT-SECTION.
           05 WS-CRR-RPT-SECT-TITLE     PIC X(40).
           05 FILLER                    PIC X(92) VALUE SPACES.
       01 WS-CRR-RPT-COL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'CAMPAIGN NAME                           OFFE'.
           05 FILLER                    PIC X(44) VALUE
              'R          MAILED SUPPRESSED RESPONDED  NO R'.
           05 FILLER                    PIC X(44) VALUE
              'ESP     OPEN RATE % RESPONSE AMOUNT         '.
       01 WS-CRR-RPT-LINE.
           05 WS-CRR-RPT-ID             PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-NAME           PIC X(30).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-TYPE           PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-MAILED         PIC Z(07)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-SUPPRESSED     PIC Z(09)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-RESPONDED      PIC Z(08)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-NO-RESP        PIC Z(07)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-OPEN           PIC Z(07)9.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-RATE           PIC ZZ9.99.
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-AMOUNT         PIC -(11)9.99.
           05 FILLER                    PIC X(09) VALUE SPACES.
       01 WS-CRR-RPT-DTL-HDR.
           05 FILLER                    PIC X(44) VALUE
              'CAMPAIGN ACCOUNT     RESPONSE     DATE      '.
           05 FILLER                    PIC X(44) VALUE
              '          AMOUNT  LINKED TO                 '.
           05 FILLER                    PIC X(44) VALUE
              '                                            '.
       01 WS-CRR-RPT-DTL-LINE.
           05 WS-CRR-RPT-D-ID           PIC X(08).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-D-ACCT         PIC 9(11).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-D-TYPE         PIC X(12).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-D-DATE         PIC X(10).
           05 FILLER                    PIC X(01) VALUE SPACES.
           05 WS-CRR-RPT-D-AMOUNT       PIC -(11)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CRR-RPT-D-REF          PIC X(25).
           05 FILLER                    PIC X(45) VALUE SPACES.
       01 WS-CRR-RPT-MESSAGE.
           05 WS-CRR-RPT-MSG-TEXT       PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-CRR-RPT-COUNT-LINE.
           05 WS-CRR-RPT-CNT-LABEL      PIC X(40).
           05 WS-CRR-RPT-CNT            PIC Z(08)9.
           05 FILLER                    PIC X(83) VALUE SPACES.
       01 WS-CRR-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: loads the campaigns, matches the open
      * offers against what the accounts have done since,
      * reports the response rates.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCMP02C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-CAMPAIGN-OPEN.
           PERFORM 0100-CMPOFFR-OPEN.
           PERFORM 0200-ACCTFILE-OPEN.
           PERFORM 0300-BALXFER-OPEN.
           PERFORM 0400-CMPRSP-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           PERFORM 1000-LOAD-CAMPAIGNS.

           MOVE PARM-DATE TO WS-CRR-RPT-DATE
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-HEADER
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-BLANK
           MOVE 'RESPONSES MATCHED THIS RUN' TO WS-CRR-RPT-SECT-TITLE
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-SECTION
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-DTL-HDR

           PERFORM 2000-PROCESS-NEXT-OFFER
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 6000-PRINT-SUMMARY.

           PERFORM 9000-CAMPAIGN-CLOSE.
           PERFORM 9100-CMPOFFR-CLOSE.
           PERFORM 9200-ACCTFILE-CLOSE.
           PERFORM 9300-BALXFER-CLOSE.
           PERFORM 9400-CMPRSP-CLOSE.

           DISPLAY 'CAMPAIGNS ON FILE      :' WS-CAMPAIGN-COUNT
           DISPLAY 'OFFERS READ            :' WS-OFFER-COUNT
           DISPLAY 'OPEN OFFERS CHECKED    :' WS-CHECKED-COUNT
           DISPLAY 'RESPONSES MATCHED      :' WS-MATCHED-COUNT
           DISPLAY 'WINDOWS CLOSED         :' WS-EXPIRED-COUNT
           DISPLAY 'ACCOUNTS NOT FOUND     :' WS-NO-ACCT-COUNT
           DISPLAY 'OFFERS WITH NO CAMPAIGN:' WS-NO-CAMPAIGN-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCMP02C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Loads every campaign on file into the counting table.
      *---------------------------------------------------------------*
       1000-LOAD-CAMPAIGNS.
           PERFORM 1010-TAKE-NEXT-CAMPAIGN
              UNTIL WS-CMP-EOF = 'Y'
           DISPLAY 'CAMPAIGNS LOADED       :' WS-CT-ENTRIES-USED
           EXIT.
       1010-TAKE-NEXT-CAMPAIGN.
           READ CAMPAIGN-FILE INTO CAMPAIGN-RECORD
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
               IF  WS-CT-ENTRIES-USED >= WS-CT-MAX
                   DISPLAY 'CAMPAIGN TABLE FULL: ' CMP-ID
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-CT-ENTRIES-USED
               MOVE WS-CT-ENTRIES-USED TO WS-CT-I
               INITIALIZE WS-CT-ENTRY (WS-CT-I)
               MOVE CMP-ID               TO WS-CT-ID (WS-CT-I)
               MOVE CMP-NAME             TO WS-CT-NAME (WS-CT-I)
               MOVE CMP-OFFER-TYPE       TO WS-CT-OFFER-TYPE (WS-CT-I)
               MOVE CMP-OFR-UPG-GROUP-ID TO WS-CT-UPG-GROUP-ID
                                            (WS-CT-I)
               MOVE CMP-BUILT-DATE       TO WS-CT-BUILT-DATE (WS-CT-I)
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next offer row. An open offer is matched, or
      * closed when its window has passed; every row is then
      * counted against its campaign by its status.
      *---------------------------------------------------------------*
       2000-PROCESS-NEXT-OFFER.
           READ CMPOFFR-FILE INTO CAMPAIGN-OFFER-RECORD
               AT END
                  MOVE 'Y' TO END-OF-FILE
           END-READ
           IF  END-OF-FILE = 'N'
               IF  CMPOFFR-STATUS NOT = '00'
                   DISPLAY 'ERROR READING CAMPAIGN OFFER FILE'
                   MOVE CMPOFFR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-OFFER-COUNT
               MOVE 'N' TO WS-CT-FOUND
               SET WS-CT-IDX TO 1
               SEARCH WS-CT-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-CT-IDX > WS-CT-ENTRIES-USED
                     CONTINUE
                  WHEN WS-CT-ID (WS-CT-IDX) = OFR-CMP-ID
                     SET WS-CT-I TO WS-CT-IDX
                     MOVE 'Y' TO WS-CT-FOUND
               END-SEARCH
               IF  WS-CT-FOUND = 'N'
                   ADD 1 TO WS-NO-CAMPAIGN-COUNT
               ELSE
                   IF  OFR-STATUS-TARGETED
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM 3000-MATCH-RESPONSE
                          THRU 3000-MATCH-RESPONSE-EXIT
                   END-IF
                   PERFORM 2100-COUNT-OFFER
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Counts the offer row against campaign WS-CT-I.
      *---------------------------------------------------------------*
       2100-COUNT-OFFER.
           EVALUATE TRUE
               WHEN OFR-STATUS-TARGETED
                   ADD 1 TO WS-CT-OPEN (WS-CT-I)
               WHEN OFR-STATUS-SUPPRESSED
                   ADD 1 TO WS-CT-SUPPRESSED (WS-CT-I)
               WHEN OFR-STATUS-RESPONDED
                   ADD 1 TO WS-CT-RESPONDED (WS-CT-I)
                   ADD OFR-RESPONSE-AMT TO WS-CT-AMOUNT (WS-CT-I)
               WHEN OFR-STATUS-NO-RESPONSE
                   ADD 1 TO WS-CT-NO-RESP (WS-CT-I)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Looks for the response the offer asked for. A match is
      * recorded; an offer past its window without one is
      * closed NO RESPONSE.
      *---------------------------------------------------------------*
       3000-MATCH-RESPONSE.
           MOVE 'N'     TO WS-RESPONSE-FOUND
           MOVE OFR-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  ADD 1 TO WS-NO-ACCT-COUNT
                  GO TO 3000-MATCH-RESPONSE-EXIT
           END-READ

           EVALUATE WS-CT-OFFER-TYPE (WS-CT-I)
               WHEN 'B'
                   PERFORM 3100-FIND-BALXFER
               WHEN 'L'
                   PERFORM 3200-CHECK-CREDIT-LINE
               WHEN 'U'
                   PERFORM 3300-CHECK-UPGRADE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF  WS-RESPONSE-FOUND = 'Y'
               SET OFR-STATUS-RESPONDED   TO TRUE
               MOVE PARM-DATE             TO OFR-CLOSED-DATE
               PERFORM 3900-REWRITE-OFFER
               ADD 1 TO WS-MATCHED-COUNT
               PERFORM 3500-PRINT-RESPONSE
           ELSE
               IF  PARM-DATE > OFR-RESPOND-BY-DATE
                   SET OFR-STATUS-NO-RESPONSE TO TRUE
                   MOVE PARM-DATE         TO OFR-CLOSED-DATE
                   PERFORM 3900-REWRITE-OFFER
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
           END-IF
           .
       3000-MATCH-RESPONSE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Balance transfer offer: the first transfer on the
      * account requested from the select date through the
      * respond-by date that was not cancelled.
      *---------------------------------------------------------------*
       3100-FIND-BALXFER.
           STRING OFR-RESPOND-BY-DATE(1:4)
                  OFR-RESPOND-BY-DATE(6:2)
                  OFR-RESPOND-BY-DATE(9:2)
                  DELIMITED BY SIZE
             INTO WS-RESPOND-BY-YMD
           END-STRING
           MOVE OFR-ACCT-ID TO FD-BTR-KEY(1:11)
           STRING OFR-SELECT-DATE(1:4)
                  OFR-SELECT-DATE(6:2)
                  OFR-SELECT-DATE(9:2)
                  '000000'
                  DELIMITED BY SIZE
             INTO FD-BTR-KEY(12:14)
           END-STRING
           MOVE 'N' TO WS-BTR-EOF
           START BALXFER-FILE KEY IS NOT LESS THAN FD-BTR-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-BTR-EOF
           END-START
           PERFORM 3110-NEXT-BALXFER
              UNTIL WS-BTR-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next transfer; the browse ends past the
      * account or the window, or at the first match.
      *---------------------------------------------------------------*
       3110-NEXT-BALXFER.
           READ BALXFER-FILE NEXT RECORD
                INTO BAL-TRANSFER-RECORD
               AT END
                  MOVE 'Y' TO WS-BTR-EOF
           END-READ
           IF  WS-BTR-EOF = 'N'
               IF  BALXFER-STATUS NOT = '00'
                   DISPLAY 'ERROR READING BALANCE TRANSFER FILE'
                   MOVE BALXFER-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  BTR-ACCT-ID NOT = OFR-ACCT-ID
                   OR BTR-REQUEST-TS(1:8) > WS-RESPOND-BY-YMD
                   MOVE 'Y' TO WS-BTR-EOF
               ELSE
                   IF  NOT BTR-STATUS-CANCELLED
                       MOVE 'Y'            TO WS-RESPONSE-FOUND
                       MOVE 'Y'            TO WS-BTR-EOF
                       STRING BTR-REQUEST-TS(1:4) '-'
                              BTR-REQUEST-TS(5:2) '-'
                              BTR-REQUEST-TS(7:2)
                              DELIMITED BY SIZE
                         INTO OFR-RESPONSE-DATE
                       END-STRING
                       MOVE BTR-AMOUNT     TO OFR-RESPONSE-AMT
                       MOVE BTR-KEY        TO OFR-RESPONSE-REF
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Credit line offer: the limit now above the limit the
      * account was selected at. An approved increase request
      * dated in the window gives the response date; otherwise
      * it is the day the increase was found.
      *---------------------------------------------------------------*
       3200-CHECK-CREDIT-LINE.
           IF  ACCT-CREDIT-LIMIT > OFR-BASE-CREDIT-LIMIT
               MOVE 'Y' TO WS-RESPONSE-FOUND
               IF  ACCT-CRLIMIT-REQ-APPROVED
                   AND ACCT-CRLIMIT-REQ-DATE NOT < OFR-SELECT-DATE
                   AND ACCT-CRLIMIT-REQ-DATE NOT > PARM-DATE
                   MOVE ACCT-CRLIMIT-REQ-DATE TO OFR-RESPONSE-DATE
               ELSE
                   MOVE PARM-DATE             TO OFR-RESPONSE-DATE
               END-IF
               COMPUTE OFR-RESPONSE-AMT =
                  ACCT-CREDIT-LIMIT - OFR-BASE-CREDIT-LIMIT
               MOVE ACCT-CREDIT-LIMIT TO WS-LIMIT-EDIT
               MOVE SPACES            TO OFR-RESPONSE-REF
               STRING 'NEW LIMIT ' WS-LIMIT-EDIT
                      DELIMITED BY SIZE
                 INTO OFR-RESPONSE-REF
               END-STRING
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Upgrade offer: the account moved onto the product the
      * campaign offered.
      *---------------------------------------------------------------*
       3300-CHECK-UPGRADE.
           IF  ACCT-GROUP-ID = WS-CT-UPG-GROUP-ID (WS-CT-I)
               AND ACCT-GROUP-ID NOT = OFR-BASE-GROUP-ID
               MOVE 'Y'           TO WS-RESPONSE-FOUND
               MOVE PARM-DATE     TO OFR-RESPONSE-DATE
               MOVE ZERO          TO OFR-RESPONSE-AMT
               MOVE ACCT-GROUP-ID TO OFR-RESPONSE-REF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Lists a response matched in this run.
      *---------------------------------------------------------------*
       3500-PRINT-RESPONSE.
           PERFORM 3600-SET-OFFER-DESC
           MOVE OFR-CMP-ID           TO WS-CRR-RPT-D-ID
           MOVE OFR-ACCT-ID          TO WS-CRR-RPT-D-ACCT
           MOVE WS-OFFER-DESC        TO WS-CRR-RPT-D-TYPE
           MOVE OFR-RESPONSE-DATE    TO WS-CRR-RPT-D-DATE
           MOVE OFR-RESPONSE-AMT     TO WS-CRR-RPT-D-AMOUNT
           MOVE OFR-RESPONSE-REF     TO WS-CRR-RPT-D-REF
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-DTL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * The printed name of campaign WS-CT-I's offer type.
      *---------------------------------------------------------------*
       3600-SET-OFFER-DESC.
           EVALUATE WS-CT-OFFER-TYPE (WS-CT-I)
               WHEN 'B'
                   MOVE 'BAL TRANSFER' TO WS-OFFER-DESC
               WHEN 'L'
                   MOVE 'CREDIT LINE'  TO WS-OFFER-DESC
               WHEN 'U'
                   MOVE 'UPGRADE'      TO WS-OFFER-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN'      TO WS-OFFER-DESC
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the offer row just read with its new status.
      *---------------------------------------------------------------*
       3900-REWRITE-OFFER.
           REWRITE FD-CMPOFFR-REC FROM CAMPAIGN-OFFER-RECORD
           IF  CMPOFFR-STATUS NOT = '00'
               DISPLAY 'ERROR REWRITING CAMPAIGN OFFER: '
                       OFR-KEY
               MOVE CMPOFFR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints every built campaign's response rate and the
      * run counts.
      *---------------------------------------------------------------*
       6000-PRINT-SUMMARY.
           IF  WS-MATCHED-COUNT = 0
               MOVE 'NO RESPONSES MATCHED THIS RUN'
                 TO WS-CRR-RPT-MSG-TEXT
               WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-MESSAGE
           END-IF

           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-BLANK
           MOVE 'CAMPAIGN RESPONSE RATES' TO WS-CRR-RPT-SECT-TITLE
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-SECTION
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COL-HDR
           PERFORM 6100-PRINT-CAMPAIGN
              VARYING WS-CT-I FROM 1 BY 1
              UNTIL WS-CT-I > WS-CT-ENTRIES-USED

           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-BLANK
           MOVE 'OFFERS READ'                 TO WS-CRR-RPT-CNT-LABEL
           MOVE WS-OFFER-COUNT                TO WS-CRR-RPT-CNT
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COUNT-LINE
           MOVE 'OPEN OFFERS CHECKED'         TO WS-CRR-RPT-CNT-LABEL
           MOVE WS-CHECKED-COUNT              TO WS-CRR-RPT-CNT
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COUNT-LINE
           MOVE 'RESPONSES MATCHED'           TO WS-CRR-RPT-CNT-LABEL
           MOVE WS-MATCHED-COUNT              TO WS-CRR-RPT-CNT
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COUNT-LINE
           MOVE 'WINDOWS CLOSED - NO RESPONSE'
                                              TO WS-CRR-RPT-CNT-LABEL
           MOVE WS-EXPIRED-COUNT              TO WS-CRR-RPT-CNT
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COUNT-LINE
           MOVE 'ACCOUNTS NOT FOUND'          TO WS-CRR-RPT-CNT-LABEL
           MOVE WS-NO-ACCT-COUNT              TO WS-CRR-RPT-CNT
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COUNT-LINE
           MOVE 'OFFERS WITH NO CAMPAIGN'     TO WS-CRR-RPT-CNT-LABEL
           MOVE WS-NO-CAMPAIGN-COUNT          TO WS-CRR-RPT-CNT
           WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-COUNT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Prints campaign WS-CT-I's line when it has been built.
      * The rate is responders over offers mailed -- open,
      * responded and closed unanswered.
      *---------------------------------------------------------------*
       6100-PRINT-CAMPAIGN.
           IF  WS-CT-BUILT-DATE (WS-CT-I) NOT = SPACES
               PERFORM 3600-SET-OFFER-DESC
               COMPUTE WS-MAILED = WS-CT-OPEN (WS-CT-I)
                                 + WS-CT-RESPONDED (WS-CT-I)
                                 + WS-CT-NO-RESP (WS-CT-I)
               MOVE 0 TO WS-RATE
               IF  WS-MAILED > 0
                   COMPUTE WS-RATE ROUNDED =
                      WS-CT-RESPONDED (WS-CT-I) * 100 / WS-MAILED
               END-IF
               MOVE WS-CT-ID (WS-CT-I)          TO WS-CRR-RPT-ID
               MOVE WS-CT-NAME (WS-CT-I)        TO WS-CRR-RPT-NAME
               MOVE WS-OFFER-DESC               TO WS-CRR-RPT-TYPE
               MOVE WS-MAILED                   TO WS-CRR-RPT-MAILED
               MOVE WS-CT-SUPPRESSED (WS-CT-I)  TO WS-CRR-RPT-SUPPRESSED
               MOVE WS-CT-RESPONDED (WS-CT-I)   TO WS-CRR-RPT-RESPONDED
               MOVE WS-CT-NO-RESP (WS-CT-I)     TO WS-CRR-RPT-NO-RESP
               MOVE WS-CT-OPEN (WS-CT-I)        TO WS-CRR-RPT-OPEN
               MOVE WS-RATE                     TO WS-CRR-RPT-RATE
               MOVE WS-CT-AMOUNT (WS-CT-I)      TO WS-CRR-RPT-AMOUNT
               WRITE FD-CMPRSP-REC FROM WS-CRR-RPT-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the campaign file for sequential input.
      *---------------------------------------------------------------*
       0000-CAMPAIGN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CAMPAIGN-FILE
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
      * Opens the campaign offer file for sequential update.
      *---------------------------------------------------------------*
       0100-CMPOFFR-OPEN.
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
      * Opens the account master for random reads.
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
      * Opens the balance transfer file for browsing.
      *---------------------------------------------------------------*
       0300-BALXFER-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT BALXFER-FILE
           IF  BALXFER-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING BALANCE TRANSFER FILE'
               MOVE BALXFER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the campaign response report for output.
      *---------------------------------------------------------------*
       0400-CMPRSP-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CMPRSP-FILE
           IF  CMPRSP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CAMPAIGN RESPONSE REPORT'
               MOVE CMPRSP-STATUS TO IO-STATUS
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
      * Closes CMPOFFR-FILE.
      *---------------------------------------------------------------*
       9100-CMPOFFR-CLOSE.
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
      * Closes ACCOUNT-FILE.
      *---------------------------------------------------------------*
       9200-ACCTFILE-CLOSE.
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
      * Closes BALXFER-FILE.
      *---------------------------------------------------------------*
       9300-BALXFER-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE BALXFER-FILE
           IF  BALXFER-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING BALANCE TRANSFER FILE'
               MOVE BALXFER-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes CMPRSP-FILE.
      *---------------------------------------------------------------*
       9400-CMPRSP-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CMPRSP-FILE
           IF  CMPRSP-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CAMPAIGN RESPONSE REPORT'
               MOVE CMPRSP-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the responses were matched and recorded.
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
      * offer-row count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-OFFER-COUNT              TO BATCH-RECORD-COUNT
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
