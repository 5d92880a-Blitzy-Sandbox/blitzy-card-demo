      ******************************************************************
      * Program     : CBDLR01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Nightly extract of the collections work queue
      *               to the predictive dialer, honoring contact
      *               restrictions and calling-hour windows.
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
      * CBDLR01C - Predictive Dialer Campaign Extract (Batch,
      *            nightly)
      *
      * Collectors used to work COLLWQ (CVCOL01Y.cpy) one account
      * at a time through COCOL00C/COCOL01C, dialing by hand.
      * This extract hands the whole queue, in queue order
      * (worst stage, largest balance first), to the predictive
      * dialer for the next day's campaign. The account holder
      * is found through the cross-reference, and an account
      * is left off the campaign -- and listed on the extract
      * report with the reason -- when the holder is:
      *   DECEASED          CUST-DECEASED-FLAG (the estate
      *                     team works these, CVEST01Y.cpy)
      *   BANKRUPTCY        CUST-BANKRUPTCY-STATUS, stay in
      *                     force or discharged
      *   CEASE AND DESIST  CUST-CEASE-DESIST-FLAG
      *   ATTORNEY          CUST-ATTY-REP-FLAG -- contact goes
      *                     through the attorney, not the dialer
      *   PROMISE TO PAY    CWQ-PTP-STATUS open -- the customer
      *   OPEN              has promised a payment that is not
      *                     yet due (CVPTP01Y.cpy, CBPTP01C)
      *   NO PHONE          neither phone number on file
      *
      * Calling hours: every campaign record carries the window
      * the dialer may ring it in, on the dialer's own Eastern
      * clock -- 8 AM to 9 PM at the customer's address. The
      * state's time zone comes from the table below. A state
      * that spans two zones, or sits in a zone that does not
      * keep daylight time, gets the window that is legal in
      * both: the start from the western reading, the end from
      * the eastern. A state not in the table (blank, foreign,
      * or an outlying territory) gets the narrowest window the
      * table allows anywhere.
      *
      * The campaign file (DIALOUT, layouts below -- this program
      * is its only writer) carries a header, one 'D' record per
      * account with the queue key the dialer echoes back on its
      * result file for CBDLR02C, and a trailer count.
      *
      * Files accessed:
      *   COLLWQ    - Collections work queue (KSDS, sequential
      *               read)
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   DIALOUT   - Dialer campaign file (200, output)
      *   DIALRPT   - Extract report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date of the campaign.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBDLR01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLWQ-FILE ASSIGN TO COLLWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-CWQ-KEY
                  FILE STATUS  IS COLLWQ-STATUS.

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

           SELECT DIALOUT-FILE ASSIGN TO DIALOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DIALOUT-STATUS.

           SELECT DIALRPT-FILE ASSIGN TO DIALRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DIALRPT-STATUS.

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
      * FD for the collections work queue VSAM (90 bytes)
       FD  COLLWQ-FILE.
       01  FD-COLLWQ-REC.
           05 FD-CWQ-KEY                        PIC X(24).
           05 FD-CWQ-DATA                       PIC X(66).

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

      * FD for the dialer campaign file (200 bytes)
       FD  DIALOUT-FILE.
       01  FD-DIALOUT-REC                       PIC X(200).

      * FD for the extract report (132-byte print)
       FD  DIALRPT-FILE.
       01  FD-DIALRPT-REC                       PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVCOL01Y: 90-byte collections work-queue record
       COPY CVCOL01Y.
       01  COLLWQ-STATUS.
           05  COLLWQ-STAT1        PIC X.
           05  COLLWQ-STAT2        PIC X.

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

       01  DIALOUT-STATUS.
           05  DIALOUT-STAT1       PIC X.
           05  DIALOUT-STAT2       PIC X.

       01  DIALRPT-STATUS.
           05  DIALRPT-STAT1       PIC X.
           05  DIALRPT-STAT2       PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBDLR01C'.
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

      *****************************************************************
      * Dialer campaign layouts (200 bytes). Byte 1 carries the
      * record type:
      *   'H' header  - campaign date and originator
      *   'D' detail  - one account to ring
      *   'T' trailer - record count
       01  DIALOUT-RECORD                       PIC X(200).
       01  DIALOUT-HEADER-REC REDEFINES DIALOUT-RECORD.
           05 DOH-REC-TYPE              PIC X(01).
           05 DOH-CAMPAIGN-DATE         PIC X(10).
           05 DOH-ORIGIN                PIC X(08).
           05 FILLER                    PIC X(181).
       01  DIALOUT-DETAIL-REC REDEFINES DIALOUT-RECORD.
           05 DOD-REC-TYPE              PIC X(01).
      * The queue record's key, echoed back on the result file
           05 DOD-CWQ-KEY               PIC X(24).
           05 DOD-ACCT-ID               PIC 9(11).
           05 DOD-CUST-ID               PIC 9(09).
           05 DOD-FIRST-NAME            PIC X(25).
           05 DOD-LAST-NAME             PIC X(25).
           05 DOD-PHONE-NUM-1           PIC X(15).
           05 DOD-PHONE-NUM-2           PIC X(15).
           05 DOD-STATE-CD              PIC X(02).
      * Customer's time zone: ET CT MT PT AK HT, or ?? when the
      * state is not in the table
           05 DOD-TIME-ZONE             PIC X(02).
      * Calling window on the dialer's Eastern clock, HHMM
           05 DOD-WINDOW-START          PIC 9(04).
           05 DOD-WINDOW-END            PIC 9(04).
           05 DOD-DELINQ-STAGE          PIC X(01).
           05 DOD-CURR-BAL              PIC 9(10)V99.
           05 DOD-MIN-PAY-DUE           PIC 9(10)V99.
           05 FILLER                    PIC X(38).
       01  DIALOUT-TRAILER-REC REDEFINES DIALOUT-RECORD.
           05 DOT-REC-TYPE              PIC X(01).
           05 DOT-RECORD-COUNT          PIC 9(09).
           05 FILLER                    PIC X(190).

      * State time zones: the state code, then the hours the
      * state's EASTERNMOST and WESTERNMOST clocks run behind
      * the dialer's Eastern clock. Split states (FL, IN, KY,
      * MI, TN: Eastern/Central; KS, NE, ND, SD, TX:
      * Central/Mountain; ID, OR: Mountain/Pacific; AK:
      * Alaska/Hawaii-Aleutian) carry both; AZ and HI, which
      * keep no daylight time, carry their winter and summer
      * distance the same way.
       01  WS-TZ-TABLE-DATA.
           05 FILLER PIC X(40) VALUE
              'AK45AL11AR11AZ23CA33CO22CT00DC00DE00FL01'.
           05 FILLER PIC X(40) VALUE
              'GA00HI56IA11ID23IL11IN01KS12KY01LA11MA00'.
           05 FILLER PIC X(40) VALUE
              'MD00ME00MI01MN11MO11MS11MT22NC00ND12NE12'.
           05 FILLER PIC X(40) VALUE
              'NH00NJ00NM22NV33NY00OH00OK11OR23PA00RI00'.
           05 FILLER PIC X(40) VALUE
              'SC00SD12TN01TX12UT22VA00VT00WA33WI11WV00'.
           05 FILLER PIC X(12) VALUE
              'WY22PR00VI00'.
       01  WS-TZ-TABLE REDEFINES WS-TZ-TABLE-DATA.
           05 WS-TZ-ENTRY OCCURS 53 TIMES.
              10 WS-TZ-STATE            PIC X(02).
              10 WS-TZ-EAST-HRS         PIC 9(01).
              10 WS-TZ-WEST-HRS         PIC 9(01).
       01  WS-TZ-COUNT                  PIC S9(04) COMP VALUE 53.
       01  WS-TZ-I                      PIC S9(04) COMP VALUE 0.
       01  WS-TZ-FOUND                  PIC S9(04) COMP VALUE 0.
      * Zone names by hours behind Eastern (0-6)
       01  WS-TZ-NAME-DATA              PIC X(14)
                                        VALUE 'ETCTMTPTAKHTHT'.
       01  WS-TZ-NAMES REDEFINES WS-TZ-NAME-DATA.
           05 WS-TZ-NAME OCCURS 7 TIMES PIC X(02).

      * Run controls
       01 WS-MISC-VARS.
           05 WS-EXCLUDE-REASON         PIC X(20) VALUE SPACES.
           05 WS-EAST-HRS               PIC 9(01) VALUE 0.
           05 WS-WEST-HRS               PIC 9(01) VALUE 0.
      * Local calling hours, 8 AM to 9 PM
           05 WS-LOCAL-START            PIC 9(04) VALUE 0800.
           05 WS-LOCAL-END              PIC 9(04) VALUE 2100.
           05 WS-WINDOW-START           PIC 9(04) VALUE 0.
           05 WS-WINDOW-END             PIC 9(04) VALUE 0.
       01 WS-COUNTERS.
           05 WS-QUEUE-COUNT            PIC 9(09) VALUE 0.
           05 WS-EXTRACT-COUNT          PIC 9(09) VALUE 0.
           05 WS-EXCLUDE-COUNT          PIC 9(09) VALUE 0.
           05 WS-DECEASED-COUNT         PIC 9(09) VALUE 0.
           05 WS-BANKRUPT-COUNT         PIC 9(09) VALUE 0.
           05 WS-CEASE-COUNT            PIC 9(09) VALUE 0.
           05 WS-ATTY-COUNT             PIC 9(09) VALUE 0.
           05 WS-PROMISE-COUNT          PIC 9(09) VALUE 0.
           05 WS-NO-PHONE-COUNT         PIC 9(09) VALUE 0.
           05 WS-NO-CUST-COUNT          PIC 9(09) VALUE 0.
           05 WS-NO-ZONE-COUNT          PIC 9(09) VALUE 0.

      * Extract report lines (sole-writer convention)
       01 WS-DLR-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'PREDICTIVE DIALER CAMPAIGN EXTRACT'.
           05 FILLER                    PIC X(16)
                   VALUE 'CAMPAIGN DATE: '.
           05 WS-DLR-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(66) VALUE SPACES.
       01 WS-DLR-RPT-SECTION.
           05 WS-DLR-RPT-SECTION-TXT    PIC X(50).
           05 FILLER                    PIC X(82) VALUE SPACES.
       01 WS-DLR-RPT-LINE.
           05 FILLER                    PIC X(09)
                   VALUE 'ACCOUNT '.
           05 WS-DLR-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(11)
                   VALUE '  CUSTOMER '.
           05 WS-DLR-RPT-CUST           PIC 9(09).
           05 FILLER                    PIC X(08)
                   VALUE '  STAGE '.
           05 WS-DLR-RPT-STAGE          PIC X(01).
           05 FILLER                    PIC X(14)
                   VALUE '  EXCLUDED -  '.
           05 WS-DLR-RPT-REASON         PIC X(20).
           05 FILLER                    PIC X(49) VALUE SPACES.
       01 WS-DLR-RPT-TOTAL-LINE.
           05 WS-DLR-RPT-TOT-LABEL      PIC X(30).
           05 WS-DLR-RPT-TOT-COUNT      PIC Z(08)9.
           05 FILLER                    PIC X(93) VALUE SPACES.
       01 WS-DLR-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date of the campaign,
      * YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: one pass of the queue in queue order.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDLR01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-COLLWQ-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-CUSTDAT-OPEN.
           PERFORM 0300-DIALOUT-OPEN.
           PERFORM 0400-DIALRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE TO WS-DLR-RPT-DATE
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-HEADER
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-BLANK
           MOVE 'ACCOUNTS LEFT OFF THE CAMPAIGN'
                                      TO WS-DLR-RPT-SECTION-TXT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-SECTION

           MOVE SPACES        TO DIALOUT-RECORD
           MOVE 'H'           TO DOH-REC-TYPE
           MOVE PARM-DATE     TO DOH-CAMPAIGN-DATE
           MOVE 'CARDDEMO'    TO DOH-ORIGIN
           PERFORM 4000-WRITE-DIALOUT

           PERFORM 2000-EXTRACT-NEXT-ACCOUNT
              THRU 2000-EXTRACT-NEXT-ACCOUNT-EXIT
              UNTIL END-OF-FILE = 'Y'.

           MOVE SPACES           TO DIALOUT-RECORD
           MOVE 'T'              TO DOT-REC-TYPE
           MOVE WS-EXTRACT-COUNT TO DOT-RECORD-COUNT
           PERFORM 4000-WRITE-DIALOUT

           PERFORM 5000-PRINT-TOTALS.

           PERFORM 9000-COLLWQ-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-CUSTDAT-CLOSE.
           PERFORM 9300-DIALOUT-CLOSE.
           PERFORM 9400-DIALRPT-CLOSE.

           DISPLAY 'QUEUE RECORDS READ     :' WS-QUEUE-COUNT
           DISPLAY 'ACCOUNTS EXTRACTED     :' WS-EXTRACT-COUNT
           DISPLAY 'ACCOUNTS EXCLUDED      :' WS-EXCLUDE-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDLR01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next queue record in key (queue) order.
      *---------------------------------------------------------------*
       1000-COLLWQ-GET-NEXT.
           READ COLLWQ-FILE INTO COLLECT-WQ-RECORD.
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  COLLWQ-STATUS = '10'
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
                   DISPLAY 'ERROR READING COLLECTIONS WORK QUEUE'
                   MOVE COLLWQ-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One queue record: find the holder, apply the contact
      * restrictions, and either list the account as excluded or
      * write its campaign record with its calling window.
      *---------------------------------------------------------------*
       2000-EXTRACT-NEXT-ACCOUNT.
           PERFORM 1000-COLLWQ-GET-NEXT
           IF  END-OF-FILE = 'Y'
               GO TO 2000-EXTRACT-NEXT-ACCOUNT-EXIT
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE SPACES TO WS-EXCLUDE-REASON
           MOVE ZEROS  TO CUST-ID

           MOVE CWQ-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NO CUSTOMER ON FILE' TO WS-EXCLUDE-REASON
           END-READ
           IF  WS-EXCLUDE-REASON = SPACES
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                   INVALID KEY
                      MOVE 'NO CUSTOMER ON FILE' TO WS-EXCLUDE-REASON
               END-READ
           END-IF
           IF  WS-EXCLUDE-REASON NOT = SPACES
               ADD 1 TO WS-NO-CUST-COUNT
               PERFORM 2900-REPORT-EXCLUSION
               GO TO 2000-EXTRACT-NEXT-ACCOUNT-EXIT
           END-IF

           EVALUATE TRUE
               WHEN CUST-IS-DECEASED
                   MOVE 'DECEASED'         TO WS-EXCLUDE-REASON
                   ADD 1 TO WS-DECEASED-COUNT
               WHEN NOT CUST-BKR-NONE
                   MOVE 'BANKRUPTCY'       TO WS-EXCLUDE-REASON
                   ADD 1 TO WS-BANKRUPT-COUNT
               WHEN CUST-CEASE-DESIST
                   MOVE 'CEASE AND DESIST' TO WS-EXCLUDE-REASON
                   ADD 1 TO WS-CEASE-COUNT
               WHEN CUST-ATTY-REPRESENTED
                   MOVE 'ATTORNEY'         TO WS-EXCLUDE-REASON
                   ADD 1 TO WS-ATTY-COUNT
               WHEN CWQ-PTP-OPEN
                   MOVE 'PROMISE TO PAY OPEN' TO WS-EXCLUDE-REASON
                   ADD 1 TO WS-PROMISE-COUNT
               WHEN CUST-PHONE-NUM-1 = SPACES
                    AND CUST-PHONE-NUM-2 = SPACES
                   MOVE 'NO PHONE'         TO WS-EXCLUDE-REASON
                   ADD 1 TO WS-NO-PHONE-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  WS-EXCLUDE-REASON NOT = SPACES
               PERFORM 2900-REPORT-EXCLUSION
               GO TO 2000-EXTRACT-NEXT-ACCOUNT-EXIT
           END-IF

           PERFORM 3000-SET-CALLING-WINDOW
           PERFORM 3500-WRITE-CAMPAIGN-RECORD
           .
       2000-EXTRACT-NEXT-ACCOUNT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lists one account left off the campaign, and why.
      *---------------------------------------------------------------*
       2900-REPORT-EXCLUSION.
           ADD 1 TO WS-EXCLUDE-COUNT
           MOVE CWQ-ACCT-ID       TO WS-DLR-RPT-ACCT
           MOVE CUST-ID           TO WS-DLR-RPT-CUST
           MOVE CWQ-DELINQ-STAGE  TO WS-DLR-RPT-STAGE
           MOVE WS-EXCLUDE-REASON TO WS-DLR-RPT-REASON
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Looks the customer's state up in the time zone table and
      * turns the local 8 AM - 9 PM calling hours into a window
      * on the dialer's Eastern clock: the start from the
      * state's western reading, the end from its eastern. A
      * state not in the table gets the narrowest window of all
      * (Hawaii's start, Eastern's end).
      *---------------------------------------------------------------*
       3000-SET-CALLING-WINDOW.
           MOVE 0 TO WS-TZ-FOUND
           PERFORM 3100-MATCH-STATE
              VARYING WS-TZ-I FROM 1 BY 1
              UNTIL WS-TZ-I > WS-TZ-COUNT
                 OR WS-TZ-FOUND > 0
           IF  WS-TZ-FOUND > 0
               MOVE WS-TZ-EAST-HRS(WS-TZ-FOUND) TO WS-EAST-HRS
               MOVE WS-TZ-WEST-HRS(WS-TZ-FOUND) TO WS-WEST-HRS
               MOVE WS-TZ-NAME(WS-EAST-HRS + 1) TO DOD-TIME-ZONE
           ELSE
               MOVE 0    TO WS-EAST-HRS
               MOVE 6    TO WS-WEST-HRS
               MOVE '??' TO DOD-TIME-ZONE
               ADD 1 TO WS-NO-ZONE-COUNT
           END-IF
           COMPUTE WS-WINDOW-START =
              WS-LOCAL-START + (WS-WEST-HRS * 100)
           COMPUTE WS-WINDOW-END =
              WS-LOCAL-END + (WS-EAST-HRS * 100)
           IF  WS-WINDOW-END > 2359
               MOVE 2359 TO WS-WINDOW-END
           END-IF
           EXIT.
       3100-MATCH-STATE.
           IF  WS-TZ-STATE(WS-TZ-I) = CUST-ADDR-STATE-CD
               MOVE WS-TZ-I TO WS-TZ-FOUND
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes one account's campaign record.
      *---------------------------------------------------------------*
       3500-WRITE-CAMPAIGN-RECORD.
           MOVE 'D'                   TO DOD-REC-TYPE
           MOVE CWQ-KEY               TO DOD-CWQ-KEY
           MOVE CWQ-ACCT-ID           TO DOD-ACCT-ID
           MOVE CUST-ID               TO DOD-CUST-ID
           MOVE CUST-FIRST-NAME       TO DOD-FIRST-NAME
           MOVE CUST-LAST-NAME        TO DOD-LAST-NAME
           MOVE CUST-PHONE-NUM-1      TO DOD-PHONE-NUM-1
           MOVE CUST-PHONE-NUM-2      TO DOD-PHONE-NUM-2
           MOVE CUST-ADDR-STATE-CD    TO DOD-STATE-CD
           MOVE WS-WINDOW-START       TO DOD-WINDOW-START
           MOVE WS-WINDOW-END         TO DOD-WINDOW-END
           MOVE CWQ-DELINQ-STAGE      TO DOD-DELINQ-STAGE
           MOVE CWQ-CURR-BAL          TO DOD-CURR-BAL
           MOVE CWQ-MIN-PAY-DUE       TO DOD-MIN-PAY-DUE
           MOVE SPACES TO DIALOUT-RECORD(163:38)
           PERFORM 4000-WRITE-DIALOUT
           ADD 1 TO WS-EXTRACT-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Writes one campaign file record.
      *---------------------------------------------------------------*
       4000-WRITE-DIALOUT.
           WRITE FD-DIALOUT-REC FROM DIALOUT-RECORD
           IF  DIALOUT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DIALER CAMPAIGN FILE'
               MOVE DIALOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the extract totals by exclusion reason.
      *---------------------------------------------------------------*
       5000-PRINT-TOTALS.
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-BLANK
           MOVE 'QUEUE RECORDS READ          :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-QUEUE-COUNT        TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'ACCOUNTS EXTRACTED          :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-EXTRACT-COUNT      TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE '  STATE NOT IN ZONE TABLE   :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-NO-ZONE-COUNT      TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - DECEASED         :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-DECEASED-COUNT     TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - BANKRUPTCY       :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-BANKRUPT-COUNT     TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - CEASE AND DESIST :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-CEASE-COUNT        TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - ATTORNEY         :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-ATTY-COUNT         TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - PROMISE OPEN     :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-PROMISE-COUNT      TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - NO PHONE         :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-NO-PHONE-COUNT     TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           MOVE 'EXCLUDED - NO CUSTOMER      :' TO WS-DLR-RPT-TOT-LABEL
           MOVE WS-NO-CUST-COUNT      TO WS-DLR-RPT-TOT-COUNT
           WRITE FD-DIALRPT-REC FROM WS-DLR-RPT-TOTAL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Opens the work queue for sequential input.
      *---------------------------------------------------------------*
       0000-COLLWQ-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT COLLWQ-FILE
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the cross-reference for random read.
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
               DISPLAY 'ERROR OPENING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the campaign file for output.
      *---------------------------------------------------------------*
       0300-DIALOUT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT DIALOUT-FILE
           IF  DIALOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DIALER CAMPAIGN FILE'
               MOVE DIALOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the extract report for output.
      *---------------------------------------------------------------*
       0400-DIALRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT DIALRPT-FILE
           IF  DIALRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DIALER EXTRACT REPORT'
               MOVE DIALRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the work queue.
      *---------------------------------------------------------------*
       9000-COLLWQ-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE COLLWQ-FILE
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the cross-reference.
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
               DISPLAY 'ERROR CLOSING CUSTOMER FILE'
               MOVE CUSTDAT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the campaign file.
      *---------------------------------------------------------------*
       9300-DIALOUT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DIALOUT-FILE
           IF  DIALOUT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DIALER CAMPAIGN FILE'
               MOVE DIALOUT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the extract report.
      *---------------------------------------------------------------*
       9400-DIALRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DIALRPT-FILE
           IF  DIALRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DIALER EXTRACT REPORT'
               MOVE DIALRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the extract itself completed.
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
      * extracted count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-EXTRACT-COUNT            TO BATCH-RECORD-COUNT
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
