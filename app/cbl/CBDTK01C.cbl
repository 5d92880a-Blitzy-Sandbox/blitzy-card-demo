      ******************************************************************
      * Program     : CBDTK01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Device token provisioning load and lifecycle
      *               extract.
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
      * CBDTK01C - Device Token Provisioning / Lifecycle (Batch)
      *
      * Keeps the digital wallet device tokens on DEVTOKN
      * (CVDTK01Y.cpy) in step with the card network's token
      * service, in two passes:
      *   1. Load: each notification on DTKNOTIF (CVDTK02Y.cpy)
      *      is applied to DEVTOKN --
      *        'P' provision adds the token for the card (or
      *            re-provisions one already on file), active,
      *            with the card's account and expiry from
      *            CARDDAT
      *        'S' suspend, 'D' delete set the status
      *        'R' resume reactivates a suspended token -- but
      *            never onto a card that is blocked or inactive
      *            here; the resume is refused and the token is
      *            flagged so the network hears it stays
      *            suspended
      *      A notification for a card we do not have, a token
      *      not on file, or an action we do not take is
      *      rejected onto the report and changes nothing.
      *   2. Extract: every token whose DTK-PENDING-NOTIFY is
      *      set -- a hotlist (COHOT00C), a block, unblock or
      *      reissue (COCRDUPC), or a refused resume -- is
      *      written to DTKLIFE for the network and the flag is
      *      cleared.
      * DTKRPT lists every notification rejected and every
      * change sent, card and token numbers masked to their
      * last four digits. Sets RETURN-CODE = 4 if any
      * notification was rejected.
      *
      * Files accessed:
      *   DTKNOTIF  - Network token notifications (sequential
      *               input, 150)
      *   DEVTOKN   - Device tokens (KSDS, I-O, dynamic)
      *   CARDDAT   - Card master (KSDS, random read)
      *   DTKLIFE   - Token lifecycle changes to the network
      *               (sequential output, 150)
      *   DTKRPT    - Run report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date stamped on the tokens it changes.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBDTK01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DTKNOTIF-FILE ASSIGN TO DTKNOTIF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DTKNOTIF-STATUS.

      * Device tokens: random READ/WRITE/REWRITE for the load,
      * then a START/READ NEXT pass for the extract
           SELECT DEVTOKN-FILE ASSIGN TO DEVTOKN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-DTK-TOKEN-NUM
                  FILE STATUS  IS DEVTOKN-STATUS.

           SELECT CARD-FILE ASSIGN TO CARDDAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CARD-NUM
                  FILE STATUS  IS CARDFILE-STATUS.

           SELECT DTKLIFE-FILE ASSIGN TO DTKLIFE
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DTKLIFE-STATUS.

           SELECT DTKRPT-FILE ASSIGN TO DTKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DTKRPT-STATUS.

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
      * FD for the inbound network notification file (150 bytes)
       FD  DTKNOTIF-FILE.
       01  FD-DTKNOTIF-REC                      PIC X(150).

      * FD for the device token VSAM (200 bytes)
       FD  DEVTOKN-FILE.
       01  FD-DEVTOKN-REC.
           05 FD-DTK-TOKEN-NUM                  PIC X(16).
           05 FD-DTK-DATA                       PIC X(184).

      * FD for the card master VSAM (150 bytes)
       FD  CARD-FILE.
       01  FD-CARDFILE-REC.
           05 FD-CARD-NUM                       PIC X(16).
           05 FD-CARD-DATA                      PIC X(134).

      * FD for the outbound lifecycle file (150 bytes)
       FD  DTKLIFE-FILE.
       01  FD-DTKLIFE-REC                       PIC X(150).

      * FD for the run report (132-byte print)
       FD  DTKRPT-FILE.
       01  FD-DTKRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVDTK02Y: 150-byte network token notification record
       COPY CVDTK02Y.
       01  DTKNOTIF-STATUS.
           05  DTKNOTIF-STAT1      PIC X.
           05  DTKNOTIF-STAT2      PIC X.

      * CVDTK01Y: 200-byte device token record
       COPY CVDTK01Y.
       01  DEVTOKN-STATUS.
           05  DEVTOKN-STAT1       PIC X.
           05  DEVTOKN-STAT2       PIC X.

      * CVACT02Y: 150-byte card master record
       COPY CVACT02Y.
       01  CARDFILE-STATUS.
           05  CARDFILE-STAT1      PIC X.
           05  CARDFILE-STAT2      PIC X.

       01  DTKLIFE-STATUS.
           05  DTKLIFE-STAT1       PIC X.
           05  DTKLIFE-STAT2       PIC X.

       01  DTKRPT-STATUS.
           05  DTKRPT-STAT1        PIC X.
           05  DTKRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBDTK01C'.
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

       01 WS-MISC-VARS.
           05 WS-NOTIF-EOF              PIC X(01) VALUE 'N'.
           05 WS-TOKEN-EOF              PIC X(01) VALUE 'N'.
           05 WS-TOKEN-ON-FILE          PIC X(01) VALUE 'N'.
           05 WS-REJECT-TEXT            PIC X(40) VALUE SPACES.
           05 WS-NOW-TS                 PIC X(14).
       01 WS-COUNTERS.
           05 WS-NOTIF-COUNT            PIC 9(09) VALUE 0.
           05 WS-PROVISION-COUNT        PIC 9(09) VALUE 0.
           05 WS-SUSPEND-COUNT          PIC 9(09) VALUE 0.
           05 WS-RESUME-COUNT           PIC 9(09) VALUE 0.
           05 WS-DELETE-COUNT           PIC 9(09) VALUE 0.
           05 WS-NOTIF-REJECT-COUNT     PIC 9(09) VALUE 0.
           05 WS-LIFE-COUNT             PIC 9(09) VALUE 0.

      * Run report lines
       01 WS-DTK-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'DEVICE TOKEN PROVISIONING / LIFECYCLE'.
           05 FILLER                    PIC X(11)
                   VALUE 'RUN DATE : '.
           05 WS-DTK-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(71) VALUE SPACES.
       01 WS-DTK-RPT-SECTION.
           05 WS-DTK-RPT-SECT-TEXT      PIC X(60).
           05 FILLER                    PIC X(72) VALUE SPACES.
       01 WS-DTK-RPT-COL-HEAD.
           05 FILLER                    PIC X(48) VALUE
              ' ACT  TOKEN             CARD             WALLET '.
           05 FILLER                    PIC X(40) VALUE
              'STS RSN  RESULT                         '.
           05 FILLER                    PIC X(44) VALUE SPACES.
       01 WS-DTK-RPT-DETAIL.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTK-RPT-D-ACTION       PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-DTK-RPT-D-TOKEN        PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTK-RPT-D-CARD         PIC X(16).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTK-RPT-D-WALLET       PIC X(02).
           05 FILLER                    PIC X(05) VALUE SPACES.
           05 WS-DTK-RPT-D-STATUS       PIC X(01).
           05 FILLER                    PIC X(03) VALUE SPACES.
           05 WS-DTK-RPT-D-REASON       PIC X(02).
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-DTK-RPT-D-RESULT       PIC X(40).
           05 FILLER                    PIC X(35) VALUE SPACES.
       01 WS-DTK-RPT-NONE-LINE.
           05 FILLER                    PIC X(04) VALUE SPACES.
           05 FILLER                    PIC X(20) VALUE 'NONE'.
           05 FILLER                    PIC X(108) VALUE SPACES.
       01 WS-DTK-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: applies the network's notifications, then
      * extracts the changes made here for the network.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBDTK01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           IF  PARM-DATE(1:4) NOT NUMERIC
           OR  PARM-DATE(5:1) NOT = '-'
           OR  PARM-DATE(6:2) NOT NUMERIC
           OR  PARM-DATE(8:1) NOT = '-'
           OR  PARM-DATE(9:2) NOT NUMERIC
               DISPLAY 'PARM DATE IS NOT A VALID YYYY-MM-DD DATE'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-TS
           PERFORM 0000-DTKNOTIF-OPEN.
           PERFORM 0100-DEVTOKN-OPEN.
           PERFORM 0200-CARDFILE-OPEN.
           PERFORM 0300-DTKLIFE-OPEN.
           PERFORM 0400-DTKRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

           MOVE PARM-DATE TO WS-DTK-RPT-DATE
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-HEADER
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-BLANK
           MOVE 'NETWORK NOTIFICATIONS REJECTED'
             TO WS-DTK-RPT-SECT-TEXT
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-SECTION
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-COL-HEAD
           PERFORM 1000-LOAD-NOTIFICATIONS.
           IF  WS-NOTIF-REJECT-COUNT = 0
               WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-NONE-LINE
           END-IF

           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-BLANK
           MOVE 'LIFECYCLE CHANGES SENT TO THE NETWORK'
             TO WS-DTK-RPT-SECT-TEXT
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-SECTION
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-COL-HEAD
           PERFORM 2000-EXTRACT-LIFECYCLE.
           IF  WS-LIFE-COUNT = 0
               WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-NONE-LINE
           END-IF

           PERFORM 9000-DTKNOTIF-CLOSE.
           PERFORM 9100-DEVTOKN-CLOSE.
           PERFORM 9200-CARDFILE-CLOSE.
           PERFORM 9300-DTKLIFE-CLOSE.
           PERFORM 9400-DTKRPT-CLOSE.

           DISPLAY 'NOTIFICATIONS READ     :' WS-NOTIF-COUNT
           DISPLAY 'TOKENS PROVISIONED     :' WS-PROVISION-COUNT
           DISPLAY 'TOKENS SUSPENDED       :' WS-SUSPEND-COUNT
           DISPLAY 'TOKENS RESUMED         :' WS-RESUME-COUNT
           DISPLAY 'TOKENS DELETED         :' WS-DELETE-COUNT
           DISPLAY 'NOTIFICATIONS REJECTED :' WS-NOTIF-REJECT-COUNT
           DISPLAY 'LIFECYCLE CHANGES SENT :' WS-LIFE-COUNT

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           IF  WS-NOTIF-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBDTK01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Pass 1: the network's notifications, in file order -- a
      * provision and a later suspend of the same token in one
      * file apply in that order.
      *---------------------------------------------------------------*
       1000-LOAD-NOTIFICATIONS.
           PERFORM 1010-APPLY-NEXT-NOTIFICATION
              THRU 1010-APPLY-NEXT-NOTIFICATION-EXIT
              UNTIL WS-NOTIF-EOF = 'Y'
           EXIT.
       1010-APPLY-NEXT-NOTIFICATION.
           READ DTKNOTIF-FILE INTO DEVICE-TOKEN-NOTICE-RECORD
               AT END
                  MOVE 'Y' TO WS-NOTIF-EOF
                  GO TO 1010-APPLY-NEXT-NOTIFICATION-EXIT
           END-READ
           IF  DTKNOTIF-STATUS NOT = '00'
               DISPLAY 'ERROR READING TOKEN NOTIFICATION FILE'
               MOVE DTKNOTIF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-NOTIF-COUNT
           MOVE SPACES TO WS-REJECT-TEXT
           PERFORM 1100-READ-TOKEN
           EVALUATE TRUE
               WHEN DTN-ACTION-PROVISION
                   PERFORM 1200-PROVISION-TOKEN
                      THRU 1200-PROVISION-TOKEN-EXIT
               WHEN DTN-ACTION-SUSPEND
               WHEN DTN-ACTION-DELETE
               WHEN DTN-ACTION-RESUME
                   PERFORM 1300-CHANGE-TOKEN-STATUS
                      THRU 1300-CHANGE-TOKEN-STATUS-EXIT
               WHEN OTHER
                   MOVE 'ACTION NOT ONE WE TAKE FROM THE NETWORK'
                     TO WS-REJECT-TEXT
           END-EVALUATE
           IF  WS-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-NOTIF-REJECT-COUNT
               PERFORM 1900-REPORT-REJECT
           END-IF.
       1010-APPLY-NEXT-NOTIFICATION-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the token named on the notification; leaves
      * WS-TOKEN-ON-FILE 'Y' with the record in hand, or 'N'.
      *---------------------------------------------------------------*
       1100-READ-TOKEN.
           MOVE 'Y' TO WS-TOKEN-ON-FILE
           MOVE DTN-TOKEN-NUM TO FD-DTK-TOKEN-NUM
           READ DEVTOKN-FILE INTO DEVICE-TOKEN-RECORD
               KEY IS FD-DTK-TOKEN-NUM
               INVALID KEY
                  MOVE 'N' TO WS-TOKEN-ON-FILE
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Reads the card on the notification, or the token's own
      * card when the notification carries none. Sets the
      * reject text when the card is not ours.
      *---------------------------------------------------------------*
       1150-READ-CARD.
           IF  DTN-CARD-NUM = SPACES
               MOVE DTK-CARD-NUM TO FD-CARD-NUM
           ELSE
               MOVE DTN-CARD-NUM TO FD-CARD-NUM
           END-IF
           READ CARD-FILE INTO CARD-RECORD
               INVALID KEY
                  MOVE 'CARD NOT ON CARD MASTER'
                    TO WS-REJECT-TEXT
           END-READ
           EXIT.
      *---------------------------------------------------------------*
      * Provision: the token goes on (or back on) file active,
      * funded by the card, with the card's account and expiry.
      *---------------------------------------------------------------*
       1200-PROVISION-TOKEN.
           IF  DTN-CARD-NUM = SPACES
               MOVE 'PROVISION NAMES NO CARD' TO WS-REJECT-TEXT
               GO TO 1200-PROVISION-TOKEN-EXIT
           END-IF
           PERFORM 1150-READ-CARD
           IF  WS-REJECT-TEXT NOT = SPACES
               GO TO 1200-PROVISION-TOKEN-EXIT
           END-IF
           IF  WS-TOKEN-ON-FILE = 'N'
               INITIALIZE DEVICE-TOKEN-RECORD
               MOVE DTN-TOKEN-NUM        TO DTK-TOKEN-NUM
           END-IF
           MOVE CARD-NUM                 TO DTK-CARD-NUM
           MOVE CARD-ACCT-ID             TO DTK-ACCT-ID
           MOVE CARD-EXPIRAION-DATE      TO DTK-CARD-EXPIRY-DATE
           MOVE DTN-TOKEN-REF            TO DTK-TOKEN-REF
           MOVE DTN-WALLET-ID            TO DTK-WALLET-ID
           MOVE DTN-DEVICE-TYPE          TO DTK-DEVICE-TYPE
           MOVE DTN-DEVICE-NAME          TO DTK-DEVICE-NAME
           SET DTK-STATUS-ACTIVE         TO TRUE
           SET DTK-REASON-NETWORK        TO TRUE
           MOVE PARM-DATE                TO DTK-STATUS-DATE
           MOVE PARM-DATE                TO DTK-PROVISION-DATE
           SET DTK-NOTIFY-NONE           TO TRUE
           MOVE WS-NOW-TS                TO DTK-LAST-UPD-TS
           MOVE WS-BATCH-JOB-NAME        TO DTK-LAST-UPD-USR-ID
           IF  WS-TOKEN-ON-FILE = 'N'
               WRITE FD-DEVTOKN-REC FROM DEVICE-TOKEN-RECORD
           ELSE
               REWRITE FD-DEVTOKN-REC FROM DEVICE-TOKEN-RECORD
           END-IF
           PERFORM 1800-CHECK-TOKEN-WRITE
           ADD 1 TO WS-PROVISION-COUNT.
       1200-PROVISION-TOKEN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Suspend, resume, delete of a token on file. A resume
      * onto a card blocked or inactive here is refused, and the
      * token is flagged so the extract tells the network it
      * stays suspended. A delete leaves nothing more to tell.
      *---------------------------------------------------------------*
       1300-CHANGE-TOKEN-STATUS.
           IF  WS-TOKEN-ON-FILE = 'N'
               MOVE 'TOKEN NOT ON FILE' TO WS-REJECT-TEXT
               GO TO 1300-CHANGE-TOKEN-STATUS-EXIT
           END-IF
      * A deleted token is gone for good; only a new provision
      * brings it back
           IF  DTK-STATUS-DELETED
               MOVE 'TOKEN ALREADY DELETED' TO WS-REJECT-TEXT
               GO TO 1300-CHANGE-TOKEN-STATUS-EXIT
           END-IF
           EVALUATE TRUE
               WHEN DTN-ACTION-SUSPEND
                   SET DTK-STATUS-SUSPENDED TO TRUE
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN DTN-ACTION-DELETE
                   SET DTK-STATUS-DELETED   TO TRUE
                   SET DTK-NOTIFY-NONE      TO TRUE
                   ADD 1 TO WS-DELETE-COUNT
               WHEN DTN-ACTION-RESUME
                   PERFORM 1150-READ-CARD
                   IF  WS-REJECT-TEXT NOT = SPACES
                       GO TO 1300-CHANGE-TOKEN-STATUS-EXIT
                   END-IF
                   IF  CARD-ACTIVE-STATUS NOT = 'Y'
                   OR  CARD-ACTV-BLOCKED
                       MOVE 'CARD BLOCKED OR INACTIVE - RESUME REFUSED'
                         TO WS-REJECT-TEXT
                       SET DTK-STATUS-SUSPENDED TO TRUE
                       SET DTK-NOTIFY-SUSPEND   TO TRUE
                   ELSE
                       SET DTK-STATUS-ACTIVE    TO TRUE
                       ADD 1 TO WS-RESUME-COUNT
                   END-IF
           END-EVALUATE
           IF  WS-REJECT-TEXT = SPACES
               SET DTK-REASON-NETWORK   TO TRUE
           END-IF
           MOVE PARM-DATE           TO DTK-STATUS-DATE
           MOVE WS-NOW-TS           TO DTK-LAST-UPD-TS
           MOVE WS-BATCH-JOB-NAME   TO DTK-LAST-UPD-USR-ID
           REWRITE FD-DEVTOKN-REC FROM DEVICE-TOKEN-RECORD
           PERFORM 1800-CHECK-TOKEN-WRITE.
       1300-CHANGE-TOKEN-STATUS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Abends on a failed DEVTOKN WRITE or REWRITE.
      *---------------------------------------------------------------*
       1800-CHECK-TOKEN-WRITE.
           IF  DEVTOKN-STATUS NOT = '00'
               DISPLAY 'ERROR UPDATING DEVICE TOKEN FILE: '
                       DTN-TOKEN-NUM(13:4)
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * One report line for a rejected notification.
      *---------------------------------------------------------------*
       1900-REPORT-REJECT.
           MOVE DTN-ACTION              TO WS-DTK-RPT-D-ACTION
           MOVE ALL 'X'                 TO WS-DTK-RPT-D-TOKEN
           MOVE DTN-TOKEN-NUM(13:4)     TO WS-DTK-RPT-D-TOKEN(13:4)
           MOVE ALL 'X'                 TO WS-DTK-RPT-D-CARD
           MOVE DTN-CARD-NUM(13:4)      TO WS-DTK-RPT-D-CARD(13:4)
           MOVE DTN-WALLET-ID           TO WS-DTK-RPT-D-WALLET
           MOVE SPACES                  TO WS-DTK-RPT-D-STATUS
                                           WS-DTK-RPT-D-REASON
           MOVE WS-REJECT-TEXT          TO WS-DTK-RPT-D-RESULT
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-DETAIL
           EXIT.
      *---------------------------------------------------------------*
      * Pass 2: every token with a change pending for the
      * network, in token order.
      *---------------------------------------------------------------*
       2000-EXTRACT-LIFECYCLE.
           MOVE LOW-VALUES TO FD-DTK-TOKEN-NUM
           START DEVTOKN-FILE KEY IS NOT LESS THAN FD-DTK-TOKEN-NUM
               INVALID KEY
                  MOVE 'Y' TO WS-TOKEN-EOF
           END-START
           PERFORM 2010-EXTRACT-NEXT-TOKEN
              UNTIL WS-TOKEN-EOF = 'Y'
           EXIT.
       2010-EXTRACT-NEXT-TOKEN.
           READ DEVTOKN-FILE NEXT INTO DEVICE-TOKEN-RECORD
               AT END
                  MOVE 'Y' TO WS-TOKEN-EOF
           END-READ
           IF  WS-TOKEN-EOF = 'N'
               IF  DEVTOKN-STATUS NOT = '00'
                   DISPLAY 'ERROR READING DEVICE TOKEN FILE'
                   MOVE DEVTOKN-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  NOT DTK-NOTIFY-NONE
                   PERFORM 2100-WRITE-LIFECYCLE
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the token's pending change to DTKLIFE, reports
      * it, and clears the flag.
      *---------------------------------------------------------------*
       2100-WRITE-LIFECYCLE.
           INITIALIZE DEVICE-TOKEN-NOTICE-RECORD
           MOVE DTK-PENDING-NOTIFY      TO DTN-ACTION
           MOVE DTK-TOKEN-NUM           TO DTN-TOKEN-NUM
           MOVE DTK-TOKEN-REF           TO DTN-TOKEN-REF
           MOVE DTK-CARD-NUM            TO DTN-CARD-NUM
           MOVE DTK-PRIOR-CARD-NUM      TO DTN-PRIOR-CARD-NUM
           MOVE DTK-CARD-EXPIRY-DATE    TO DTN-CARD-EXPIRY-DATE
           MOVE DTK-WALLET-ID           TO DTN-WALLET-ID
           MOVE DTK-DEVICE-TYPE         TO DTN-DEVICE-TYPE
           MOVE DTK-DEVICE-NAME         TO DTN-DEVICE-NAME
           MOVE DTK-STATUS-REASON       TO DTN-REASON
           MOVE DTK-LAST-UPD-TS         TO DTN-EVENT-TS
           MOVE DTK-STATUS              TO DTN-TOKEN-STATUS
           WRITE FD-DTKLIFE-REC FROM DEVICE-TOKEN-NOTICE-RECORD
           IF  DTKLIFE-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TOKEN LIFECYCLE FILE'
               MOVE DTKLIFE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-LIFE-COUNT

           MOVE DTN-ACTION              TO WS-DTK-RPT-D-ACTION
           MOVE ALL 'X'                 TO WS-DTK-RPT-D-TOKEN
           MOVE DTK-TOKEN-NUM(13:4)     TO WS-DTK-RPT-D-TOKEN(13:4)
           MOVE ALL 'X'                 TO WS-DTK-RPT-D-CARD
           MOVE DTK-CARD-NUM(13:4)      TO WS-DTK-RPT-D-CARD(13:4)
           MOVE DTK-WALLET-ID           TO WS-DTK-RPT-D-WALLET
           MOVE DTK-STATUS              TO WS-DTK-RPT-D-STATUS
           MOVE DTK-STATUS-REASON       TO WS-DTK-RPT-D-REASON
           MOVE 'SENT'                  TO WS-DTK-RPT-D-RESULT
           WRITE FD-DTKRPT-REC FROM WS-DTK-RPT-DETAIL

           SET DTK-NOTIFY-NONE          TO TRUE
           REWRITE FD-DEVTOKN-REC FROM DEVICE-TOKEN-RECORD
           IF  DEVTOKN-STATUS NOT = '00'
               DISPLAY 'ERROR CLEARING DEVICE TOKEN NOTIFY FLAG'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the network notification file for input.
      *---------------------------------------------------------------*
       0000-DTKNOTIF-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT DTKNOTIF-FILE
           IF  DTKNOTIF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TOKEN NOTIFICATION FILE'
               MOVE DTKNOTIF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the device token VSAM for I-O.
      *---------------------------------------------------------------*
       0100-DEVTOKN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O DEVTOKN-FILE
           IF  DEVTOKN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DEVICE TOKEN FILE'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the card master VSAM for random input.
      *---------------------------------------------------------------*
       0200-CARDFILE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CARD MASTER FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the outbound lifecycle file for output.
      *---------------------------------------------------------------*
       0300-DTKLIFE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT DTKLIFE-FILE
           IF  DTKLIFE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING TOKEN LIFECYCLE FILE'
               MOVE DTKLIFE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the run report for output.
      *---------------------------------------------------------------*
       0400-DTKRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT DTKRPT-FILE
           IF  DTKRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DEVICE TOKEN REPORT'
               MOVE DTKRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the network notification file.
      *---------------------------------------------------------------*
       9000-DTKNOTIF-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DTKNOTIF-FILE
           IF  DTKNOTIF-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TOKEN NOTIFICATION FILE'
               MOVE DTKNOTIF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the device token VSAM.
      *---------------------------------------------------------------*
       9100-DEVTOKN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DEVTOKN-FILE
           IF  DEVTOKN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DEVICE TOKEN FILE'
               MOVE DEVTOKN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the card master VSAM.
      *---------------------------------------------------------------*
       9200-CARDFILE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CARD-FILE
           IF  CARDFILE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CARD MASTER FILE'
               MOVE CARDFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the outbound lifecycle file.
      *---------------------------------------------------------------*
       9300-DTKLIFE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DTKLIFE-FILE
           IF  DTKLIFE-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING TOKEN LIFECYCLE FILE'
               MOVE DTKLIFE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the run report.
      *---------------------------------------------------------------*
       9400-DTKRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DTKRPT-FILE
           IF  DTKRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DEVICE TOKEN REPORT'
               MOVE DTKRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the tokens were updated.
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
      * notifications-read count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-NOTIF-COUNT              TO BATCH-RECORD-COUNT
           IF  WS-NOTIF-REJECT-COUNT > 0
               MOVE 4                       TO BATCH-RETURN-CD
           END-IF
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
