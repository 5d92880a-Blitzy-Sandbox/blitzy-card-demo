      ******************************************************************
      * Program     : COFRG00C.CBL
      * Application : CardDemo
      * Type        : CICS COBOL Program
      * Function    : Inbound file registry inquiry - what each
      *               sender's files were, and when they came in.
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
      *================================================================*
      * Program:     COFRG00C
      * Transaction: CFRG
      * BMS Map:     COFRG00 / COFRG0A
      * Function:    Inbound file registry inquiry, admins only.
      *              The operator keys a feed (the intake's DD
      *              name -- SETLFILE, LOCKBOX, IVRPAY, RETURNS,
      *              FXFEED, SANFEED, BUREAU or HRFEED) and,
      *              optionally, a sender and an as-of date; the
      *              program browses the FILEREG file
      *              (CVFRG01Y.cpy) and lists the ten most recent
      *              files received on or before that date,
      *              newest first -- when each arrived, the
      *              sender, the file's own date and sequence,
      *              its detail record count, the registry's
      *              verdict and, for a refused file, when the
      *              accepted file it was judged against came
      *              in. The message line totals the files on
      *              record and how many were refused.
      * Files:       FILEREG (STARTBR, READNEXT, ENDBR)
      * Navigation:  PF3 returns to caller or admin menu.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COFRG00C.
       AUTHOR.     AWS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
      *----------------------------------------------------------------*
      *                     WORKING STORAGE SECTION
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *
       01 WS-VARIABLES.
         05 WS-PGMNAME                 PIC X(08) VALUE 'COFRG00C'.
         05 WS-TRANID                  PIC X(04) VALUE 'CFRG'.
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-FILEREG-FILE            PIC X(08) VALUE 'FILEREG '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
           88 ERR-FLG-OFF                        VALUE 'N'.
      ******************************************************************
      * Session idle-timeout
      ******************************************************************
      * WS-IDLE-LIMIT-SECS: maximum seconds a session may sit
      * idle between tasks before it is forced back to sign-on.
      * WS-IDLE-ELAPSED-SECS: seconds since CDEMO-LAST-ACTIVITY-
      * DT/TM, computed fresh each task by CHECK-SESSION-IDLE
      * (see COCOM01Y.cpy for the COMMAREA stamp fields).
         05 WS-IDLE-LIMIT-SECS                     PIC 9(05)
                                                   VALUE 00900.
         05 WS-IDLE-ELAPSED-SECS                   PIC S9(09) COMP
                                                   VALUE ZEROS.
         05 WS-SESSION-IDLE-FLAG                   PIC X(01)
                                                   VALUE 'N'.
           88 WS-SESSION-IS-IDLE                       VALUE 'Y'.
           88 WS-SESSION-NOT-IDLE                      VALUE 'N'.
         05 WS-RESP-CD                 PIC S9(09) COMP VALUE ZEROS.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
      *
      * The keyed feed, sender and as-of date (YYYYMMDD; all
      * nines when none was keyed)
         05 WS-FEED-ID                 PIC X(08) VALUE SPACES.
         05 WS-SENDER                  PIC X(10) VALUE SPACES.
         05 WS-ASOF-X                  PIC X(10) VALUE SPACES.
         05 WS-ASOF-N                  PIC 9(08) VALUE ZERO.
         05 WS-BROWSE-DONE             PIC X(01) VALUE 'N'.
      * The feed's rows are browsed oldest first; the last ten
      * that qualify are held round-robin, so the newest can
      * be painted first
         05 WS-HOLD-CNT                PIC 9(07) VALUE ZERO.
         05 WS-HOLD-SLOT               PIC 9(02) VALUE ZERO.
         05 WS-HOLD-ROWS.
           10 WS-HOLD-ROW              PIC X(120) OCCURS 10 TIMES.
         05 WS-REFUSED-CNT             PIC 9(07) VALUE ZERO.
         05 WS-PAGE-ROW-CNT            PIC 9(02) VALUE ZERO.
         05 WS-SHOW-ROWS               PIC 9(02) VALUE ZERO.
         05 WS-MAX-ROWS                PIC 9(02) VALUE 10.
      * Display editing of the listed files
         05 WS-RCVD-EDIT.
           10 WS-RCVD-YYYY             PIC X(04).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-RCVD-MM               PIC X(02).
           10 FILLER                   PIC X(01) VALUE '-'.
           10 WS-RCVD-DD               PIC X(02).
           10 FILLER                   PIC X(01) VALUE SPACE.
           10 WS-RCVD-HH               PIC X(02).
           10 FILLER                   PIC X(01) VALUE ':'.
           10 WS-RCVD-MIN              PIC X(02).
         05 WS-COUNT-EDIT              PIC Z(08)9.
         05 WS-TOTAL-EDIT              PIC Z(06)9.
         05 WS-REFUSED-EDIT            PIC Z(06)9.
         05 WS-STATUS-DESC             PIC X(10) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

      * BMS symbolic map for the file registry screen
       COPY COFRG00.

       COPY COTTL01Y.
       COPY CSDAT01Y.
       COPY CSMSG01Y.

      * 120-byte inbound file registry record
       COPY CVFRG01Y.

       COPY DFHAID.
       COPY DFHBMSCA.

      *----------------------------------------------------------------*
      *                        LINKAGE SECTION
      *----------------------------------------------------------------*
       LINKAGE SECTION.
       01  DFHCOMMAREA.
         05  LK-COMMAREA                           PIC X(01)
             OCCURS 1 TO 32767 TIMES DEPENDING ON EIBCALEN.

      *----------------------------------------------------------------*
      *                       PROCEDURE DIVISION
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * Main entry point. AID dispatch: Enter=list, PF3=back.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COFRG0AO

           IF EIBCALEN = 0
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
               PERFORM RETURN-TO-PREV-SCREEN
           ELSE
               MOVE DFHCOMMAREA(1:EIBCALEN) TO CARDDEMO-COMMAREA
               PERFORM CHECK-SESSION-IDLE
                  THRU CHECK-SESSION-IDLE-EXIT
      * What the interfaces delivered is an operations view --
      * admins only
               IF NOT CDEMO-USRTYP-ADMIN
                   MOVE 'COMEN01C' TO CDEMO-TO-PROGRAM
                   PERFORM RETURN-TO-PREV-SCREEN
               END-IF
               IF NOT CDEMO-PGM-REENTER
                   SET CDEMO-PGM-REENTER    TO TRUE
                   MOVE LOW-VALUES          TO COFRG0AO
                   MOVE -1       TO FEEDIDL OF COFRG0AI
                   PERFORM SEND-FILEREG-SCREEN
               ELSE
                   PERFORM RECEIVE-FILEREG-SCREEN
                   EVALUATE EIBAID
                       WHEN DFHENTER
                           PERFORM BUILD-FILE-LIST
                           PERFORM SEND-FILEREG-SCREEN
                       WHEN DFHPF3
                           IF CDEMO-FROM-PROGRAM = SPACES OR LOW-VALUES
                               MOVE 'COADM01C' TO CDEMO-TO-PROGRAM
                           ELSE
                               MOVE CDEMO-FROM-PROGRAM TO
                               CDEMO-TO-PROGRAM
                           END-IF
                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
                           PERFORM SEND-FILEREG-SCREEN
                   END-EVALUATE
               END-IF
           END-IF
           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      BUILD-FILE-LIST
      *----------------------------------------------------------------*
      * Validates the keyed feed, sender and as-of date, browses
      * the feed's rows and paints the ten most recent that
      * qualify, newest first.
       BUILD-FILE-LIST.
           IF FEEDIDI OF COFRG0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Feed ID is required (e.g. LOCKBOX)...'
                 TO WS-MESSAGE
               MOVE -1       TO FEEDIDL OF COFRG0AI
               PERFORM SEND-FILEREG-SCREEN
           END-IF
           MOVE FEEDIDI OF COFRG0AI TO WS-FEED-ID
           INSPECT WS-FEED-ID
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           IF SENDRI OF COFRG0AI = SPACES OR LOW-VALUES
               MOVE SPACES TO WS-SENDER
           ELSE
               MOVE SENDRI OF COFRG0AI TO WS-SENDER
               INSPECT WS-SENDER
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           END-IF

           MOVE 99999999 TO WS-ASOF-N
           IF ASOFDTI OF COFRG0AI NOT = SPACES AND LOW-VALUES
               MOVE ASOFDTI OF COFRG0AI TO WS-ASOF-X
               IF WS-ASOF-X(1:4) IS NUMERIC
                  AND WS-ASOF-X(5:1) = '-'
                  AND WS-ASOF-X(6:2) IS NUMERIC
                  AND WS-ASOF-X(8:1) = '-'
                  AND WS-ASOF-X(9:2) IS NUMERIC
                   MOVE WS-ASOF-X(1:4) TO WS-ASOF-N(1:4)
                   MOVE WS-ASOF-X(6:2) TO WS-ASOF-N(5:2)
                   MOVE WS-ASOF-X(9:2) TO WS-ASOF-N(7:2)
               ELSE
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'As-of date must be YYYY-MM-DD...'
                     TO WS-MESSAGE
                   MOVE -1       TO ASOFDTL OF COFRG0AI
                   PERFORM SEND-FILEREG-SCREEN
               END-IF
           END-IF

           MOVE ZERO TO WS-HOLD-CNT
                        WS-REFUSED-CNT
           MOVE 'N'  TO WS-BROWSE-DONE
           MOVE LOW-VALUES   TO FRG-KEY
           MOVE WS-FEED-ID   TO FRG-FEED-ID
           EXEC CICS STARTBR
                DATASET   (WS-FILEREG-FILE)
                RIDFLD    (FRG-KEY)
                KEYLENGTH (LENGTH OF FRG-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'No files on record for this feed...'
                 TO WS-MESSAGE
               PERFORM SEND-FILEREG-SCREEN
           END-IF

           PERFORM SCAN-NEXT-FILE
               UNTIL WS-BROWSE-DONE = 'Y'
           EXEC CICS ENDBR
                DATASET   (WS-FILEREG-FILE)
           END-EXEC

           IF WS-HOLD-CNT = ZERO
               MOVE 'No files on record for this feed...'
                 TO WS-MESSAGE
           ELSE
               IF WS-HOLD-CNT < WS-MAX-ROWS
                   MOVE WS-HOLD-CNT TO WS-SHOW-ROWS
               ELSE
                   MOVE WS-MAX-ROWS TO WS-SHOW-ROWS
               END-IF
               PERFORM PAINT-FILE-ROW
                   VARYING WS-PAGE-ROW-CNT FROM 1 BY 1
                     UNTIL WS-PAGE-ROW-CNT > WS-SHOW-ROWS
               MOVE WS-HOLD-CNT    TO WS-TOTAL-EDIT
               MOVE WS-REFUSED-CNT TO WS-REFUSED-EDIT
               STRING WS-TOTAL-EDIT ' files on record, '
                      WS-REFUSED-EDIT ' refused'
                      DELIMITED BY SIZE
                 INTO WS-MESSAGE
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      *                      SCAN-NEXT-FILE
      *----------------------------------------------------------------*
      * One row of the feed: past the feed or the as-of date the
      * browse ends; a row of another sender is passed over.
       SCAN-NEXT-FILE.
           EXEC CICS READNEXT
                DATASET   (WS-FILEREG-FILE)
                INTO      (FILE-REGISTRY-RECORD)
                LENGTH    (LENGTH OF FILE-REGISTRY-RECORD)
                RIDFLD    (FRG-KEY)
                KEYLENGTH (LENGTH OF FRG-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE
           ELSE
               IF FRG-FEED-ID NOT = WS-FEED-ID
                  OR FRG-RECEIVED-TS(1:8) > WS-ASOF-N
                   MOVE 'Y' TO WS-BROWSE-DONE
               ELSE
                   IF WS-SENDER = SPACES
                      OR FRG-SENDER = WS-SENDER
                       ADD 1 TO WS-HOLD-CNT
                       IF NOT FRG-ACCEPTED
                           ADD 1 TO WS-REFUSED-CNT
                       END-IF
                       COMPUTE WS-HOLD-SLOT =
                           FUNCTION MOD(WS-HOLD-CNT - 1, 10) + 1
                       MOVE FILE-REGISTRY-RECORD
                         TO WS-HOLD-ROW(WS-HOLD-SLOT)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      PAINT-FILE-ROW
      *----------------------------------------------------------------*
      * Screen row n is the n-th newest file held.
       PAINT-FILE-ROW.
           COMPUTE WS-HOLD-SLOT =
               FUNCTION MOD(WS-HOLD-CNT - WS-PAGE-ROW-CNT, 10) + 1
           MOVE WS-HOLD-ROW(WS-HOLD-SLOT) TO FILE-REGISTRY-RECORD

           MOVE FRG-RECEIVED-TS(1:4)  TO WS-RCVD-YYYY
           MOVE FRG-RECEIVED-TS(5:2)  TO WS-RCVD-MM
           MOVE FRG-RECEIVED-TS(7:2)  TO WS-RCVD-DD
           MOVE FRG-RECEIVED-TS(9:2)  TO WS-RCVD-HH
           MOVE FRG-RECEIVED-TS(11:2) TO WS-RCVD-MIN
           MOVE WS-RCVD-EDIT TO
                RCVTS01I OF COFRG0AI(WS-PAGE-ROW-CNT)
           MOVE FRG-SENDER TO
                SNDR01I OF COFRG0AI(WS-PAGE-ROW-CNT)
           MOVE FRG-FILE-DATE TO
                FDATE01I OF COFRG0AI(WS-PAGE-ROW-CNT)
           IF FRG-FILE-SEQ = ZERO
               MOVE SPACES TO
                    FSEQ01I OF COFRG0AI(WS-PAGE-ROW-CNT)
           ELSE
               MOVE FRG-FILE-SEQ TO
                    FSEQ01I OF COFRG0AI(WS-PAGE-ROW-CNT)
           END-IF
           MOVE FRG-RECORD-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO
                RCNT01I OF COFRG0AI(WS-PAGE-ROW-CNT)

           EVALUATE TRUE
               WHEN FRG-ACCEPTED
                   MOVE 'ACCEPTED'   TO WS-STATUS-DESC
               WHEN FRG-DUPLICATE
                   MOVE 'DUPLICATE'  TO WS-STATUS-DESC
               WHEN FRG-OUT-OF-SEQUENCE
                   MOVE 'OUT OF SEQ' TO WS-STATUS-DESC
               WHEN FRG-REGISTRY-DOWN
                   MOVE 'REG ERROR'  TO WS-STATUS-DESC
               WHEN OTHER
                   MOVE FRG-STATUS   TO WS-STATUS-DESC
           END-EVALUATE
           MOVE WS-STATUS-DESC TO
                FSTAT01I OF COFRG0AI(WS-PAGE-ROW-CNT)
           MOVE FRG-MATCHED-TS TO
                MATCH01I OF COFRG0AI(WS-PAGE-ROW-CNT).
      *----------------------------------------------------------------*
      *                      CHECK-SESSION-IDLE
      *----------------------------------------------------------------*
      * Forces an idle session back to sign-on instead of resuming
      * the requested action. Compares today's date/time against
      * the CDEMO-LAST-ACTIVITY-DT/TM stamp the prior program left
      * in the COMMAREA, then re-stamps it to now so the next task
      * has a fresh baseline.
       CHECK-SESSION-IDLE.
           SET WS-SESSION-NOT-IDLE TO TRUE
           IF CDEMO-LAST-ACTIVITY-DT NOT EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
              IF WS-CURDATE-N NOT EQUAL CDEMO-LAST-ACTIVITY-DT
                 SET WS-SESSION-IS-IDLE TO TRUE
              ELSE
                 COMPUTE WS-IDLE-ELAPSED-SECS =
                    ((WS-CURTIME-HOURS * 3600)
                      + (WS-CURTIME-MINUTE * 60)
                      + WS-CURTIME-SECOND)
                    - ((CDEMO-LAST-ACTIVITY-HH * 3600)
                      + (CDEMO-LAST-ACTIVITY-MM * 60)
                      + CDEMO-LAST-ACTIVITY-SS)
                 IF WS-IDLE-ELAPSED-SECS > WS-IDLE-LIMIT-SECS
                    SET WS-SESSION-IS-IDLE TO TRUE
                 END-IF
              END-IF
           END-IF

           IF WS-SESSION-IS-IDLE
      * Idle too long -- force back to sign-on instead of
      * resuming the task this AID key was meant for.
              MOVE SPACES TO CDEMO-TO-PROGRAM
              PERFORM RETURN-TO-PREV-SCREEN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N          TO CDEMO-LAST-ACTIVITY-DT
           MOVE WS-CURTIME-HOURS      TO CDEMO-LAST-ACTIVITY-HH
           MOVE WS-CURTIME-MINUTE     TO CDEMO-LAST-ACTIVITY-MM
           MOVE WS-CURTIME-SECOND     TO CDEMO-LAST-ACTIVITY-SS
           .
       CHECK-SESSION-IDLE-EXIT.
           EXIT
           .


      *----------------------------------------------------------------*
      *                      RETURN-TO-PREV-SCREEN
      *----------------------------------------------------------------*

       RETURN-TO-PREV-SCREEN.
           IF CDEMO-TO-PROGRAM = LOW-VALUES OR SPACES
               MOVE 'COSGN00C' TO CDEMO-TO-PROGRAM
           END-IF
           MOVE WS-TRANID    TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME   TO CDEMO-FROM-PROGRAM
           MOVE ZEROS        TO CDEMO-PGM-CONTEXT
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      SEND-FILEREG-SCREEN
      *----------------------------------------------------------------*
       SEND-FILEREG-SCREEN.
           PERFORM POPULATE-HEADER-INFO
           MOVE WS-MESSAGE            TO ERRMSGO  OF COFRG0AO

           EXEC CICS SEND
                     MAP('COFRG0A')
                     MAPSET('COFRG00')
                     FROM(COFRG0AO)
                     ERASE
                     CURSOR
           END-EXEC.

           EXEC CICS RETURN
                     TRANSID (WS-TRANID)
                     COMMAREA (CARDDEMO-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      RECEIVE-FILEREG-SCREEN
      *----------------------------------------------------------------*
       RECEIVE-FILEREG-SCREEN.
           EXEC CICS RECEIVE
                     MAP('COFRG0A')
                     MAPSET('COFRG00')
                     INTO(COFRG0AI)
                     RESP(WS-RESP-CD)
                     RESP2(WS-REAS-CD)
           END-EXEC.

      *----------------------------------------------------------------*
      *                      POPULATE-HEADER-INFO
      *----------------------------------------------------------------*
       POPULATE-HEADER-INFO.
           MOVE FUNCTION CURRENT-DATE  TO WS-CURDATE-DATA
           MOVE CCDA-TITLE01           TO TITLE01O OF COFRG0AO
           MOVE CCDA-TITLE02           TO TITLE02O OF COFRG0AO
           MOVE WS-TRANID              TO TRNNAMEO OF COFRG0AO
           MOVE WS-PGMNAME             TO PGMNAMEO OF COFRG0AO

           MOVE WS-CURDATE-MONTH       TO WS-CURDATE-MM
           MOVE WS-CURDATE-DAY         TO WS-CURDATE-DD
           MOVE WS-CURDATE-YEAR(3:2)   TO WS-CURDATE-YY

           MOVE WS-CURDATE-MM-DD-YY    TO CURDATEO OF COFRG0AO

           MOVE WS-CURTIME-HOURS       TO WS-CURTIME-HH
           MOVE WS-CURTIME-MINUTE      TO WS-CURTIME-MM
           MOVE WS-CURTIME-SECOND      TO WS-CURTIME-SS

           MOVE WS-CURTIME-HH-MM-SS    TO CURTIMEO OF COFRG0AO.
