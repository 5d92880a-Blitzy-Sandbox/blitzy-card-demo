      ******************************************************************
      * Program     : CBCUP01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Multi-day catch-up driver -- reruns the nightly
      *               cycle for each missed business date in turn.
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
      * CBCUP01C - Multi-Day Catch-Up Driver (Batch)
      *
      * When the nightly cycle is skipped (an outage, or a day
      * the calendar wrongly held as a holiday) the business
      * date on PROCCTRL stays where it was while the calendar
      * moves on. This driver works out the missed business
      * dates -- the current business date through the
      * catch-up date, rolling past weekends and HOLIDAY
      * records exactly as CBPDC01C does -- and runs the cycle
      * for each of them in order, one job per date, submitted
      * through the internal reader the way CORPT00C submits
      * its report job:
      *
      *   1. The first date's job runs the cycle steps (backup,
      *      pre-flight, posting, reconciliation, reporting,
      *      interest, journals, statements, snapshot, GL and
      *      cash reconciliations) with that date in every
      *      PARM, each step COND=(4,LT) so the first failure
      *      stops the job. Its last step runs this program
      *      again in confirm mode, which only happens when
      *      every cycle step ended RC 4 or less.
      *   2. Before the next date, the confirmed date must be
      *      signed off -- an APPROVED SIGNOFF record from the
      *      COEOD00C balancing review. An administrator's
      *      OVERRIDE recorded there lets the catch-up pass
      *      every date through the override's THRU date
      *      unattended; the driver writes an OVERRIDE record,
      *      under the same operator, for each date it passes
      *      so CBPDC01C's gate and the audit trail see it.
      *      Without either, the driver stops with RC 4 and is
      *      simply rerun once the date is signed off.
      *   3. The next date's job first advances the business
      *      date (CBPDC01C, which re-checks the gate), then
      *      runs that date's cycle and confirm step.
      *   4. After the last date is signed off, a final job
      *      advances the business date past it and the
      *      regular nightly schedule takes over.
      * A job submitted but never confirmed -- a step failed,
      * or abended -- stops the catch-up with RC 8. Once the
      * failure is recovered, mode R resubmits that job, from
      * a named step when the steps ahead of it already ran.
      *
      * Progress is kept on the CUPCTL control record
      * (CVCUP01Y.cpy). The cycle jobs use the nightly
      * schedule's cataloged procedures, one per job, each
      * passing its PRM symbolic to the program as PARM.
      *
      * Files accessed:
      *   PROCCTRL  - Process-date control / calendar (KSDS,
      *               random read)
      *   SIGNOFF   - Cycle sign-off (KSDS, I-O; tolerated
      *               missing, as CBPDC01C tolerates it)
      *   CUPCTL    - Catch-up control (sequential, rewritten)
      *   INTRDR    - Internal reader (sequential output, 80)
      *
      * Receives via JCL PARM: the catch-up date, the mode, and
      * for mode R an optional restart step:
      *   PARM='2022-07-22'            - plan and submit
      *   PARM='2022-07-22 L'          - list missed dates only
      *   PARM='2022-07-22 C'          - confirm (cycle job only)
      *   PARM='2022-07-22 R'          - resubmit the last job
      *   PARM='2022-07-22 R CBACT04C' - resubmit it from the
      *                                  CBACT04C step
      * An omitted date means today, or the date the catch-up
      * in progress was started with.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCUP01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PROCCTRL-FILE: process-date control and holiday
      * calendar, random keyed read.
           SELECT PROCCTRL-FILE ASSIGN TO PROCCTRL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PDC-KEY
                  FILE STATUS  IS PROCCTRL-STATUS.

      * SIGNOFF: the operations approval between dates
      * (CVEOD01Y.cpy)
           SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-EOD-DATE
                  FILE STATUS  IS SIGNOFF-STATUS.

      * CUPCTL: the catch-up control record (CVCUP01Y.cpy)
           SELECT CUPCTL-FILE ASSIGN TO CUPCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CUPCTL-STATUS.

      * INTRDR: the internal reader the cycle jobs are
      * submitted through (SYSOUT=(A,INTRDR))
           SELECT INTRDR-FILE ASSIGN TO INTRDR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTRDR-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the process-date control file (80 bytes)
       FD  PROCCTRL-FILE.
       01  FD-PROCCTRL-REC.
           05 FD-PDC-KEY                        PIC X(10).
           05 FD-PDC-DATA                       PIC X(70).

      * FD for the cycle sign-off VSAM (60 bytes)
       FD  SIGNOFF-FILE.
       01  FD-SIGNOFF-REC.
           05 FD-EOD-DATE                       PIC X(10).
           05 FD-EOD-DATA                       PIC X(50).

      * FD for the catch-up control record (80 bytes)
       FD  CUPCTL-FILE.
       01  FD-CUPCTL-REC                        PIC X(80).

      * FD for the internal reader (80-byte card images)
       FD  INTRDR-FILE.
       01  FD-INTRDR-REC                        PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * CVPDC01Y: 80-byte process-date control record
       COPY CVPDC01Y.
       01  PROCCTRL-STATUS.
           05  PROCCTRL-STAT1      PIC X.
           05  PROCCTRL-STAT2      PIC X.
      * A second record area for holiday probes, so the control
      * record in PROC-DATE-CTRL-RECORD is not disturbed
       01  WS-PROBE-RECORD          PIC X(80).

      * CVEOD01Y: 60-byte cycle sign-off record
       COPY CVEOD01Y.
       01  SIGNOFF-STATUS.
           05  SIGNOFF-STAT1       PIC X.
           05  SIGNOFF-STAT2       PIC X.
      * The gate's verdict for the confirmed business date
       01  WS-GATE-OK-FLAG         PIC X(01) VALUE 'N'.

      * CVCUP01Y: 80-byte catch-up control record
       COPY CVCUP01Y.
       01  CUPCTL-STATUS.
           05  CUPCTL-STAT1        PIC X.
           05  CUPCTL-STAT2        PIC X.

       01  INTRDR-STATUS.
           05  INTRDR-STAT1        PIC X.
           05  INTRDR-STAT2        PIC X.

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

      * Date-arithmetic work areas, as CBPDC01C keeps them.
      * Integer date 1 is a Monday, so FUNCTION REM(date-int, 7)
      * maps 6 to Saturday and 0 to Sunday. WS-WALK-DATE is the
      * date the next business date is found from.
       01  WS-DATE-VARS.
           05 WS-DATE-YMD-9         PIC 9(08).
           05 FILLER REDEFINES WS-DATE-YMD-9.
              10 WS-DATE-YMD-YYYY   PIC 9(04).
              10 WS-DATE-YMD-MM     PIC 9(02).
              10 WS-DATE-YMD-DD     PIC 9(02).
           05 WS-DATE-INT           PIC S9(09) COMP.
           05 WS-DOW                PIC S9(04) COMP.
           05 WS-NEXT-DATE-X10.
              10 WS-NEXT-YYYY       PIC 9(04).
              10 FILLER             PIC X     VALUE '-'.
              10 WS-NEXT-MM         PIC 9(02).
              10 FILLER             PIC X     VALUE '-'.
              10 WS-NEXT-DD         PIC 9(02).
           05 WS-DAY-OK-FLAG        PIC X(01) VALUE 'N'.
           05 WS-ROLL-COUNT         PIC S9(04) COMP VALUE 0.
           05 WS-WALK-DATE          PIC X(10).

      * Catch-up work areas. WS-BUS-DATE is the business date
      * PROCCTRL holds; WS-THRU-DATE the date the catch-up runs
      * through; WS-RUN-MODE the PARM mode. The missed-date
      * list is capped at WS-MISSED-MAX -- more than that means
      * the calendar or the PARM is wrong, not an outage.
       01  WS-CATCHUP-VARS.
           05 WS-BUS-DATE           PIC X(10) VALUE SPACES.
           05 WS-THRU-DATE          PIC X(10) VALUE SPACES.
           05 WS-RUN-MODE           PIC X(01) VALUE SPACE.
               88 WS-MODE-PLAN                VALUE SPACE.
               88 WS-MODE-LIST                VALUE 'L'.
               88 WS-MODE-CONFIRM             VALUE 'C'.
               88 WS-MODE-RESUBMIT            VALUE 'R'.
           05 WS-RESTART-STEP       PIC X(08) VALUE SPACES.
           05 WS-NEXT-BUS-DATE      PIC X(10) VALUE SPACES.
           05 WS-MISSED-COUNT       PIC S9(04) COMP VALUE 0.
           05 WS-MISSED-MAX         PIC S9(04) COMP VALUE 62.
           05 WS-CURR-TS            PIC X(14).
           05 WS-DATE-OK-FLAG       PIC X(01) VALUE 'Y'.

      * The job being submitted: its business date, the date it
      * advances from first (spaces = no advance step), whether
      * it is the final advance-only job, and the first cycle
      * step it runs
       01  WS-JOB-VARS.
           05 WS-JOB-DATE           PIC X(10).
           05 WS-JOB-ADV-FROM       PIC X(10).
           05 WS-JOB-ADV-ONLY       PIC X(01) VALUE 'N'.
           05 WS-JOB-NAME.
              10 FILLER             PIC X(02) VALUE 'CU'.
              10 WS-JOB-NAME-YY     PIC X(02).
              10 WS-JOB-NAME-MM     PIC X(02).
              10 WS-JOB-NAME-DD     PIC X(02).
           05 WS-FIRST-STEP         PIC S9(04) COMP VALUE 1.
           05 WS-STEP-IDX           PIC S9(04) COMP VALUE 1.
           05 WS-STEP-NAME.
              10 FILLER             PIC X(01) VALUE 'S'.
              10 WS-STEP-NUM        PIC 9(03).
           05 WS-JCL-LINE           PIC X(80).
           05 WS-JCL-COUNT          PIC 9(05) VALUE 0.

      * The nightly cycle in run order: the cataloged procedure
      * for each job and how its PARM is built --
      *   B = 'date B' (backup mode)   D = 'date'
      *   F = 'F' (full posting run)   N = no PARM
      *   R = the TRANREPT report, dated through its SYMNAMES
      *       and DATEPARM in-stream data as CORPT00C dates it
       01  WS-CYCLE-STEP-LIST.
           05 FILLER                PIC X(09) VALUE 'CBBKP01CB'.
           05 FILLER                PIC X(09) VALUE 'CBPFL01CD'.
           05 FILLER                PIC X(09) VALUE 'CBTRN01CN'.
           05 FILLER                PIC X(09) VALUE 'CBTRN02CF'.
           05 FILLER                PIC X(09) VALUE 'CBTRN04CN'.
           05 FILLER                PIC X(09) VALUE 'TRANREPTR'.
           05 FILLER                PIC X(09) VALUE 'CBACT04CD'.
           05 FILLER                PIC X(09) VALUE 'CBGLJ01CD'.
           05 FILLER                PIC X(09) VALUE 'CBSTM03AD'.
           05 FILLER                PIC X(09) VALUE 'CBSNP01CD'.
           05 FILLER                PIC X(09) VALUE 'CBGLR01CD'.
           05 FILLER                PIC X(09) VALUE 'CBCSR01CD'.
       01  WS-CYCLE-STEP-TABLE REDEFINES WS-CYCLE-STEP-LIST.
           05 WS-CYCLE-STEP OCCURS 12 TIMES.
              10 WS-STEP-PROC       PIC X(08).
              10 WS-STEP-PARM-TYPE  PIC X(01).
       01  WS-CYCLE-STEP-COUNT      PIC S9(04) COMP VALUE 12.

       LINKAGE SECTION.
      * JCL PARM interface: catch-up date, mode, restart step
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-THRU-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-MODE           PIC X(01).
           05  FILLER              PIC X(01).
           05  PARM-RESTART-STEP   PIC X(08).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCUP01C'.
           PERFORM 0100-EDIT-PARM.
           PERFORM 0200-PROCCTRL-OPEN.
           PERFORM 1000-READ-CONTROL.
           PERFORM 1100-READ-CUPCTL.

      * No catch-up date on the PARM: a catch-up in progress
      * keeps the date it started with, a new one runs to today
           IF  WS-THRU-DATE = SPACES
               IF  CUP-SUBMITTED OR CUP-CYCLE-DONE
                   MOVE CUP-THRU-DATE TO WS-THRU-DATE
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE-YMD-9
                   MOVE WS-DATE-YMD-YYYY TO WS-NEXT-YYYY
                   MOVE WS-DATE-YMD-MM   TO WS-NEXT-MM
                   MOVE WS-DATE-YMD-DD   TO WS-NEXT-DD
                   MOVE WS-NEXT-DATE-X10 TO WS-THRU-DATE
               END-IF
           END-IF
           DISPLAY 'BUSINESS DATE    : ' WS-BUS-DATE
           DISPLAY 'CATCH-UP THROUGH : ' WS-THRU-DATE
           DISPLAY 'RUN MODE         : ' WS-RUN-MODE

           EVALUATE TRUE
               WHEN WS-MODE-LIST
                   PERFORM 2800-LIST-ONLY
               WHEN WS-MODE-RESUBMIT
                   PERFORM 2500-RESUBMIT-JOB
                      THRU 2500-RESUBMIT-JOB-EXIT
               WHEN WS-MODE-CONFIRM
                   PERFORM 2000-CONFIRM-CYCLE
                      THRU 2000-CONFIRM-CYCLE-EXIT
                   IF  RETURN-CODE = 0
                       PERFORM 3000-DECIDE-NEXT-STEP
                          THRU 3000-DECIDE-NEXT-STEP-EXIT
                   END-IF
               WHEN OTHER
                   PERFORM 3000-DECIDE-NEXT-STEP
                      THRU 3000-DECIDE-NEXT-STEP-EXIT
           END-EVALUATE

           PERFORM 9000-PROCCTRL-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCUP01C'.
           GOBACK.
      *---------------------------------------------------------------*
      * Edits the PARM. The catch-up date must be YYYY-MM-DD
      * when given; the mode must be blank, L, C or R.
      *---------------------------------------------------------------*
       0100-EDIT-PARM.
           IF  PARM-LENGTH > 0 AND PARM-THRU-DATE NOT = SPACES
               MOVE PARM-THRU-DATE TO WS-THRU-DATE
               MOVE 'Y' TO WS-DATE-OK-FLAG
               IF  WS-THRU-DATE(1:4) IS NOT NUMERIC
                   OR WS-THRU-DATE(5:1) NOT = '-'
                   OR WS-THRU-DATE(6:2) IS NOT NUMERIC
                   OR WS-THRU-DATE(8:1) NOT = '-'
                   OR WS-THRU-DATE(9:2) IS NOT NUMERIC
                   OR WS-THRU-DATE(6:2) < '01'
                   OR WS-THRU-DATE(6:2) > '12'
                   OR WS-THRU-DATE(9:2) < '01'
                   OR WS-THRU-DATE(9:2) > '31'
                   MOVE 'N' TO WS-DATE-OK-FLAG
               END-IF
               IF  WS-DATE-OK-FLAG = 'N'
                   DISPLAY 'INVALID CATCH-UP DATE ON PARM: '
                           PARM-THRU-DATE
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           IF  PARM-LENGTH > 11
               MOVE PARM-MODE TO WS-RUN-MODE
           END-IF
           IF  PARM-LENGTH > 13
               MOVE PARM-RESTART-STEP TO WS-RESTART-STEP
           END-IF
           IF  NOT WS-MODE-PLAN AND NOT WS-MODE-LIST
               AND NOT WS-MODE-CONFIRM AND NOT WS-MODE-RESUBMIT
               DISPLAY 'INVALID MODE ON PARM: ' WS-RUN-MODE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the process-date control file for keyed reads.
      *---------------------------------------------------------------*
       0200-PROCCTRL-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT PROCCTRL-FILE
           IF  PROCCTRL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING PROCESS-DATE CONTROL FILE'
               MOVE PROCCTRL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the CONTROL record for the business date. Without
      * one there is no cycle position to catch up from.
      *---------------------------------------------------------------*
       1000-READ-CONTROL.
           MOVE 'CONTROL   ' TO FD-PDC-KEY
           READ PROCCTRL-FILE INTO PROC-DATE-CTRL-RECORD
              INVALID KEY
                DISPLAY 'NO CONTROL RECORD ON PROCCTRL'
                PERFORM 9999-ABEND-PROGRAM
           END-READ
           MOVE PDC-CURR-BUS-DATE TO WS-BUS-DATE
           EXIT.
      *---------------------------------------------------------------*
      * Reads the catch-up control record. A missing or empty
      * CUPCTL means no catch-up has run yet.
      *---------------------------------------------------------------*
       1100-READ-CUPCTL.
           MOVE SPACES TO CATCHUP-CTL-RECORD
           MOVE 0      TO CUP-DATES-RUN
           OPEN INPUT CUPCTL-FILE
           IF  CUPCTL-STATUS = '00'
               READ CUPCTL-FILE INTO CATCHUP-CTL-RECORD
                   AT END CONTINUE
               END-READ
               CLOSE CUPCTL-FILE
           END-IF
           IF  CUP-STATUS NOT = SPACES
               DISPLAY 'LAST CATCH-UP JOB: ' CUP-CYCLE-DATE
                       ' STATUS ' CUP-STATUS ' SUBMITTED '
                       CUP-SUBMIT-TS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Confirm mode: the last step of a cycle job. Every cycle
      * step ahead of it ended RC 4 or less, so the business
      * date's cycle is done. A confirm that does not match the
      * submitted job is refused.
      *---------------------------------------------------------------*
       2000-CONFIRM-CYCLE.
           IF  NOT CUP-SUBMITTED
               OR CUP-CYCLE-DATE NOT = WS-BUS-DATE
               DISPLAY 'NOTHING TO CONFIRM: THE LAST JOB SUBMITTED '
                       'WAS FOR ' CUP-CYCLE-DATE ' STATUS '
                       CUP-STATUS ', BUSINESS DATE IS ' WS-BUS-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 2000-CONFIRM-CYCLE-EXIT
           END-IF
           SET CUP-CYCLE-DONE TO TRUE
           ADD 1 TO CUP-DATES-RUN
           PERFORM 6000-WRITE-CUPCTL
           DISPLAY 'CYCLE CONFIRMED FOR ' WS-BUS-DATE
                   ' - DATES RUN SO FAR: ' CUP-DATES-RUN.
       2000-CONFIRM-CYCLE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Resubmit mode: once a failed cycle job is recovered,
      * submits it again -- from the restart step on the PARM
      * when the steps ahead of it already ran. The advance
      * step is kept only while the business date has not yet
      * moved to the job's date.
      *---------------------------------------------------------------*
       2500-RESUBMIT-JOB.
           IF  NOT CUP-SUBMITTED
               DISPLAY 'NO UNCONFIRMED CATCH-UP JOB TO RESUBMIT'
               MOVE 8 TO RETURN-CODE
               GO TO 2500-RESUBMIT-JOB-EXIT
           END-IF
           MOVE CUP-CYCLE-DATE TO WS-JOB-DATE
           MOVE 'N'            TO WS-JOB-ADV-ONLY
           EVALUATE TRUE
               WHEN WS-BUS-DATE = CUP-CYCLE-DATE
                   MOVE SPACES TO WS-JOB-ADV-FROM
               WHEN WS-BUS-DATE = CUP-ADV-FROM-DATE
                   MOVE CUP-ADV-FROM-DATE TO WS-JOB-ADV-FROM
               WHEN OTHER
                   DISPLAY 'BUSINESS DATE ' WS-BUS-DATE
                           ' DOES NOT MATCH THE LAST JOB ('
                           CUP-CYCLE-DATE ') - CHECK PROCCTRL'
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-RESUBMIT-JOB-EXIT
           END-EVALUATE
           MOVE 1 TO WS-FIRST-STEP
           IF  WS-RESTART-STEP NOT = SPACES
               PERFORM 2550-FIND-RESTART-STEP
               IF  WS-FIRST-STEP > WS-CYCLE-STEP-COUNT
                   DISPLAY 'RESTART STEP ' WS-RESTART-STEP
                           ' IS NOT A CYCLE STEP'
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-RESUBMIT-JOB-EXIT
               END-IF
               IF  WS-JOB-ADV-FROM NOT = SPACES
                   DISPLAY 'THE BUSINESS DATE HAS NOT ADVANCED TO '
                           WS-JOB-DATE ' - RESUBMIT THE WHOLE JOB'
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-RESUBMIT-JOB-EXIT
               END-IF
           END-IF
           PERFORM 5000-SUBMIT-JOB.
       2500-RESUBMIT-JOB-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Finds the restart step in the cycle list; leaves
      * WS-FIRST-STEP past the end when it is not there.
      *---------------------------------------------------------------*
       2550-FIND-RESTART-STEP.
           MOVE 1 TO WS-FIRST-STEP
           PERFORM 2560-NEXT-LIST-STEP
              UNTIL WS-FIRST-STEP > WS-CYCLE-STEP-COUNT
                 OR WS-STEP-PROC(WS-FIRST-STEP) = WS-RESTART-STEP
           EXIT.
       2560-NEXT-LIST-STEP.
           ADD 1 TO WS-FIRST-STEP
           EXIT.
      *---------------------------------------------------------------*
      * List mode: shows the missed dates and submits nothing.
      *---------------------------------------------------------------*
       2800-LIST-ONLY.
           IF  WS-BUS-DATE > WS-THRU-DATE
               DISPLAY 'NO MISSED BUSINESS DATES THROUGH '
                       WS-THRU-DATE
           ELSE
               PERFORM 3100-LIST-MISSED-DATES
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Works out what comes next from where the catch-up
      * stands:
      *   - a job submitted but not confirmed: it failed (or is
      *     still running) -- stop, RC 8;
      *   - the business date's cycle confirmed: pass the
      *     sign-off gate, then submit the next date's job (or
      *     the final advance) -- or stop RC 4 to await the
      *     sign-off;
      *   - otherwise: list the missed dates and submit the
      *     first one's cycle job.
      *---------------------------------------------------------------*
       3000-DECIDE-NEXT-STEP.
           IF  CUP-SUBMITTED
               AND (CUP-CYCLE-DATE = WS-BUS-DATE
                    OR CUP-ADV-FROM-DATE = WS-BUS-DATE)
               DISPLAY 'CATCH-UP JOB FOR ' CUP-CYCLE-DATE
                       ' SUBMITTED ' CUP-SUBMIT-TS
                       ' WAS NEVER CONFIRMED'
               DISPLAY 'THE CYCLE FAILED OR IS STILL RUNNING - '
                       'RECOVER IT, THEN RERUN WITH MODE R'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-DECIDE-NEXT-STEP-EXIT
           END-IF

           IF  CUP-CYCLE-DONE AND CUP-CYCLE-DATE = WS-BUS-DATE
               PERFORM 4000-CHECK-SIGNOFF-GATE
               IF  WS-GATE-OK-FLAG NOT = 'Y'
                   DISPLAY 'AWAITING SIGN-OFF FOR ' WS-BUS-DATE
                   DISPLAY 'SIGN THE CYCLE OFF ON THE BALANCING '
                           'REVIEW (OR RECORD AN OVERRIDE), THEN '
                           'RERUN THIS JOB'
                   MOVE 4 TO RETURN-CODE
                   GO TO 3000-DECIDE-NEXT-STEP-EXIT
               END-IF
               MOVE CUP-THRU-DATE TO WS-THRU-DATE
               MOVE WS-BUS-DATE   TO WS-WALK-DATE
               PERFORM 7000-NEXT-BUS-DATE
               MOVE WS-NEXT-DATE-X10 TO WS-NEXT-BUS-DATE
               MOVE WS-BUS-DATE      TO WS-JOB-ADV-FROM
               MOVE 1                TO WS-FIRST-STEP
               IF  WS-NEXT-BUS-DATE > CUP-THRU-DATE
      * Every missed date is run and signed off -- the last
      * job only advances the date for the regular schedule
                   MOVE WS-NEXT-BUS-DATE TO WS-JOB-DATE
                   MOVE 'Y'              TO WS-JOB-ADV-ONLY
                   PERFORM 5000-SUBMIT-JOB
                   DISPLAY 'CATCH-UP COMPLETE THROUGH '
                           CUP-THRU-DATE ': ' CUP-DATES-RUN
                           ' DATES RUN'
                   DISPLAY 'BUSINESS DATE ADVANCES TO '
                           WS-NEXT-BUS-DATE
                           ' FOR THE REGULAR NIGHTLY CYCLE'
               ELSE
                   MOVE WS-NEXT-BUS-DATE TO WS-JOB-DATE
                   MOVE 'N'              TO WS-JOB-ADV-ONLY
                   MOVE WS-NEXT-BUS-DATE TO WS-BUS-DATE
                   PERFORM 3100-LIST-MISSED-DATES
                   PERFORM 5000-SUBMIT-JOB
               END-IF
               GO TO 3000-DECIDE-NEXT-STEP-EXIT
           END-IF

           IF  WS-BUS-DATE > WS-THRU-DATE
               DISPLAY 'NO MISSED BUSINESS DATES THROUGH '
                       WS-THRU-DATE
               GO TO 3000-DECIDE-NEXT-STEP-EXIT
           END-IF
      * Posting already stamped for the business date means the
      * night's cycle ran at least in part outside the
      * catch-up; it must be finished and signed off the usual
      * way, not run again from the top
           IF  PDC-LAST-POSTED-DATE = WS-BUS-DATE
               DISPLAY 'THE CYCLE FOR ' WS-BUS-DATE
                       ' HAS ALREADY POSTED - FINISH AND SIGN IT '
                       'OFF, LET CBPDC01C ADVANCE, THEN RERUN'
               MOVE 8 TO RETURN-CODE
               GO TO 3000-DECIDE-NEXT-STEP-EXIT
           END-IF

           PERFORM 3100-LIST-MISSED-DATES
           MOVE SPACES          TO CATCHUP-CTL-RECORD
           MOVE 0               TO CUP-DATES-RUN
           MOVE WS-BUS-DATE     TO CUP-START-DATE
           MOVE WS-THRU-DATE    TO CUP-THRU-DATE
           MOVE WS-BUS-DATE     TO WS-JOB-DATE
           MOVE SPACES          TO WS-JOB-ADV-FROM
           MOVE 'N'             TO WS-JOB-ADV-ONLY
           MOVE 1               TO WS-FIRST-STEP
           PERFORM 5000-SUBMIT-JOB.
       3000-DECIDE-NEXT-STEP-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lists the business dates from WS-BUS-DATE through the
      * catch-up date. More than WS-MISSED-MAX of them is
      * refused -- a wrong PARM or calendar, not an outage.
      *---------------------------------------------------------------*
       3100-LIST-MISSED-DATES.
           MOVE 0           TO WS-MISSED-COUNT
           MOVE WS-BUS-DATE TO WS-WALK-DATE
           DISPLAY 'BUSINESS DATES TO RUN:'
           PERFORM 3110-LIST-ONE-DATE
              UNTIL WS-WALK-DATE > WS-THRU-DATE
                 OR WS-MISSED-COUNT > WS-MISSED-MAX
           IF  WS-MISSED-COUNT > WS-MISSED-MAX
               DISPLAY 'MORE THAN ' WS-MISSED-MAX ' BUSINESS DATES '
                       'TO RUN - CHECK THE CATCH-UP DATE AND THE '
                       'CALENDAR'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY 'DATES TO RUN: ' WS-MISSED-COUNT
           EXIT.
       3110-LIST-ONE-DATE.
           ADD 1 TO WS-MISSED-COUNT
           DISPLAY '    ' WS-WALK-DATE
           PERFORM 7000-NEXT-BUS-DATE
           MOVE WS-NEXT-DATE-X10 TO WS-WALK-DATE
           EXIT.
      *---------------------------------------------------------------*
      * The gate between dates: the confirmed business date
      * passes on an APPROVED or OVERRIDE sign-off record. An
      * override also extends the catch-up's override reach
      * (CUP-OVR-THRU); a date with no record of its own that
      * falls within that reach passes under it, and gets an
      * OVERRIDE record written under the same operator so
      * CBPDC01C's gate opens. An explicit HOLD is never passed.
      * A missing SIGNOFF file is tolerated as CBPDC01C
      * tolerates it -- the gate is off.
      *---------------------------------------------------------------*
       4000-CHECK-SIGNOFF-GATE.
           MOVE 'N' TO WS-GATE-OK-FLAG
           OPEN I-O SIGNOFF-FILE
           IF  SIGNOFF-STATUS NOT = '00'
               MOVE 'Y' TO WS-GATE-OK-FLAG
               DISPLAY 'NO SIGN-OFF FILE - GATE OFF'
           ELSE
               MOVE WS-BUS-DATE TO FD-EOD-DATE
               READ SIGNOFF-FILE INTO CYCLE-SIGNOFF-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN SIGNOFF-STATUS = '00' AND EOD-APPROVED
                       MOVE 'Y' TO WS-GATE-OK-FLAG
                       DISPLAY 'CYCLE ' WS-BUS-DATE ' APPROVED BY '
                               EOD-OPERATOR ' AT ' EOD-TS
                   WHEN SIGNOFF-STATUS = '00' AND EOD-OVERRIDDEN
                       MOVE 'Y' TO WS-GATE-OK-FLAG
                       DISPLAY 'SIGN-OFF FOR ' WS-BUS-DATE
                               ' OVERRIDDEN BY ' EOD-OPERATOR
                               ' THRU ' EOD-OVERRIDE-THRU
                       IF  CUP-OVR-THRU = SPACES
                           OR EOD-OVERRIDE-THRU > CUP-OVR-THRU
                           MOVE EOD-OVERRIDE-THRU TO CUP-OVR-THRU
                           MOVE EOD-OPERATOR      TO CUP-OVR-OPERATOR
                       END-IF
                   WHEN SIGNOFF-STATUS = '00' AND EOD-HELD
                       DISPLAY 'CYCLE ' WS-BUS-DATE ' HELD BY '
                               EOD-OPERATOR ' AT ' EOD-TS
                   WHEN CUP-OVR-THRU NOT = SPACES
                        AND WS-BUS-DATE NOT > CUP-OVR-THRU
                       PERFORM 4100-WRITE-OVERRIDE-SIGNOFF
                       MOVE 'Y' TO WS-GATE-OK-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               CLOSE SIGNOFF-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Records the business date as passed under the override
      * in force, with the administrator who recorded it.
      *---------------------------------------------------------------*
       4100-WRITE-OVERRIDE-SIGNOFF.
           INITIALIZE CYCLE-SIGNOFF-RECORD
           MOVE WS-BUS-DATE      TO EOD-DATE
           SET EOD-OVERRIDDEN    TO TRUE
           MOVE CUP-OVR-OPERATOR TO EOD-OPERATOR
           MOVE FUNCTION CURRENT-DATE(1:14) TO EOD-TS
           MOVE CUP-OVR-THRU     TO EOD-OVERRIDE-THRU
           MOVE EOD-DATE         TO FD-EOD-DATE
           WRITE FD-SIGNOFF-REC FROM CYCLE-SIGNOFF-RECORD
           IF  SIGNOFF-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING OVERRIDE SIGN-OFF RECORD'
               MOVE SIGNOFF-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY 'SIGN-OFF FOR ' WS-BUS-DATE
                   ' PASSED UNDER OVERRIDE BY ' CUP-OVR-OPERATOR
                   ' THRU ' CUP-OVR-THRU
           EXIT.
      *---------------------------------------------------------------*
      * Writes one job to the internal reader: the job card and
      * JOBLIB, the advance step when the job starts from the
      * prior date, then -- unless it is the final advance-only
      * job -- the cycle steps from WS-FIRST-STEP and the
      * confirm step. Every step after the first carries
      * COND=(4,LT), so the first step to end above RC 4 (or
      * abend) bypasses the rest, confirm included. The
      * control record is then rewritten for the new job.
      *---------------------------------------------------------------*
       5000-SUBMIT-JOB.
           OPEN OUTPUT INTRDR-FILE
           IF  INTRDR-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING INTERNAL READER'
               MOVE INTRDR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           MOVE 0 TO WS-JCL-COUNT
           MOVE WS-JOB-DATE(3:2) TO WS-JOB-NAME-YY
           MOVE WS-JOB-DATE(6:2) TO WS-JOB-NAME-MM
           MOVE WS-JOB-DATE(9:2) TO WS-JOB-NAME-DD

           MOVE SPACES TO WS-JCL-LINE
           STRING '//' WS-JOB-NAME ' JOB ''CATCH-UP '
                  WS-JOB-DATE ''',CLASS=A,MSGCLASS=0,'
                  DELIMITED BY SIZE INTO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE '// NOTIFY=&SYSUID' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE '//*' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE '//JOBLIB JCLLIB ORDER=(''AWS.M2.CARDDEMO.PROC'')'
             TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE SPACES TO WS-JCL-LINE
           STRING '//* CARDDEMO CATCH-UP FOR BUSINESS DATE '
                  WS-JOB-DATE
                  DELIMITED BY SIZE INTO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE

      * The business-date advance from the prior, signed-off
      * date -- CBPDC01C re-checks the sign-off gate itself
           IF  WS-JOB-ADV-FROM NOT = SPACES
               MOVE '//ADVANCE EXEC PROC=CBPDC01C' TO WS-JCL-LINE
               PERFORM 5900-WRITE-JCL-LINE
           END-IF

           IF  WS-JOB-ADV-ONLY NOT = 'Y'
               PERFORM 5100-WRITE-CYCLE-STEP
                  VARYING WS-STEP-IDX FROM WS-FIRST-STEP BY 1
                  UNTIL WS-STEP-IDX > WS-CYCLE-STEP-COUNT
      * The confirm step -- reached only when every cycle step
      * ended RC 4 or less
               MOVE SPACES TO WS-JCL-LINE
               STRING '//CONFIRM EXEC PROC=CBCUP01C,PRM='''
                      CUP-THRU-DATE ' C'',COND=(4,LT)'
                      DELIMITED BY SIZE INTO WS-JCL-LINE
               PERFORM 5900-WRITE-JCL-LINE
           END-IF
           CLOSE INTRDR-FILE

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CURR-TS
           MOVE WS-JOB-DATE     TO CUP-CYCLE-DATE
           MOVE WS-JOB-ADV-FROM TO CUP-ADV-FROM-DATE
           MOVE WS-CURR-TS      TO CUP-SUBMIT-TS
           IF  WS-JOB-ADV-ONLY = 'Y'
               SET CUP-FINISHED  TO TRUE
           ELSE
               SET CUP-SUBMITTED TO TRUE
           END-IF
           PERFORM 6000-WRITE-CUPCTL
           DISPLAY 'SUBMITTED JOB ' WS-JOB-NAME ' FOR '
                   WS-JOB-DATE ' (' WS-JCL-COUNT ' CARDS)'
           EXIT.
      *---------------------------------------------------------------*
      * Writes the EXEC card for cycle step WS-STEP-IDX, with
      * its PARM built the way the step list says, and for the
      * report step the dated in-stream data.
      *---------------------------------------------------------------*
       5100-WRITE-CYCLE-STEP.
           COMPUTE WS-STEP-NUM = WS-STEP-IDX * 10
           MOVE SPACES TO WS-JCL-LINE
           EVALUATE WS-STEP-PARM-TYPE(WS-STEP-IDX)
               WHEN 'B'
                   STRING '//' WS-STEP-NAME ' EXEC PROC='
                          WS-STEP-PROC(WS-STEP-IDX) ',PRM='''
                          WS-JOB-DATE ' B'',COND=(4,LT)'
                          DELIMITED BY SIZE INTO WS-JCL-LINE
               WHEN 'D'
                   STRING '//' WS-STEP-NAME ' EXEC PROC='
                          WS-STEP-PROC(WS-STEP-IDX) ',PRM='''
                          WS-JOB-DATE ''',COND=(4,LT)'
                          DELIMITED BY SIZE INTO WS-JCL-LINE
               WHEN 'F'
                   STRING '//' WS-STEP-NAME ' EXEC PROC='
                          WS-STEP-PROC(WS-STEP-IDX)
                          ',PRM=''F'',COND=(4,LT)'
                          DELIMITED BY SIZE INTO WS-JCL-LINE
               WHEN OTHER
                   STRING '//' WS-STEP-NAME ' EXEC PROC='
                          WS-STEP-PROC(WS-STEP-IDX) ',COND=(4,LT)'
                          DELIMITED BY SIZE INTO WS-JCL-LINE
           END-EVALUATE
           PERFORM 5900-WRITE-JCL-LINE
           IF  WS-STEP-PARM-TYPE(WS-STEP-IDX) = 'R'
               PERFORM 5200-WRITE-REPORT-DATES
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The TRANREPT report's in-stream data, dated for the one
      * business date: the sort step's SYMNAMES and the report
      * program's DATEPARM, as CORPT00C builds them.
      *---------------------------------------------------------------*
       5200-WRITE-REPORT-DATES.
           MOVE '//STEP05R.SYMNAMES DD *' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE 'TRAN-CARD-NUM,263,16,ZD' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE 'TRAN-PROC-DT,305,10,CH' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE SPACES TO WS-JCL-LINE
           STRING 'PARM-START-DATE,C''' WS-JOB-DATE ''''
                  DELIMITED BY SIZE INTO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE SPACES TO WS-JCL-LINE
           STRING 'PARM-END-DATE,C''' WS-JOB-DATE ''''
                  DELIMITED BY SIZE INTO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE '/*' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE '//STEP10R.DATEPARM DD *' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE SPACES TO WS-JCL-LINE
           STRING WS-JOB-DATE ' ' WS-JOB-DATE
                  DELIMITED BY SIZE INTO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           MOVE '/*' TO WS-JCL-LINE
           PERFORM 5900-WRITE-JCL-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Writes one card image to the internal reader.
      *---------------------------------------------------------------*
       5900-WRITE-JCL-LINE.
           WRITE FD-INTRDR-REC FROM WS-JCL-LINE
           IF  INTRDR-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING TO INTERNAL READER'
               MOVE INTRDR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-JCL-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Replaces the catch-up control record. Without it the
      * next run cannot tell where the catch-up stands, so a
      * failure abends.
      *---------------------------------------------------------------*
       6000-WRITE-CUPCTL.
           OPEN OUTPUT CUPCTL-FILE
           IF  CUPCTL-STATUS = '00'
               WRITE FD-CUPCTL-REC FROM CATCHUP-CTL-RECORD
           END-IF
           IF  CUPCTL-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CATCH-UP CONTROL FILE'
               MOVE CUPCTL-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE CUPCTL-FILE
           EXIT.
      *---------------------------------------------------------------*
      * Finds the business date after WS-WALK-DATE into
      * WS-NEXT-DATE-X10: one calendar day at a time, rolling
      * past Saturdays, Sundays and HOLIDAY records -- the same
      * rule CBPDC01C advances by, so the dates listed are the
      * dates it will advance through. Capped at 31 days.
      *---------------------------------------------------------------*
       7000-NEXT-BUS-DATE.
           MOVE WS-WALK-DATE(1:4) TO WS-DATE-YMD-9(1:4)
           MOVE WS-WALK-DATE(6:2) TO WS-DATE-YMD-9(5:2)
           MOVE WS-WALK-DATE(9:2) TO WS-DATE-YMD-9(7:2)
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           MOVE 'N' TO WS-DAY-OK-FLAG
           MOVE 0   TO WS-ROLL-COUNT
           PERFORM 7100-TRY-NEXT-DAY
              UNTIL WS-DAY-OK-FLAG = 'Y'
                 OR WS-ROLL-COUNT > 31
           IF WS-ROLL-COUNT > 31
               DISPLAY 'CALENDAR HAS NO BUSINESS DAY IN 31 DAYS'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Tries the next calendar day: formats it, checks the day
      * of week, and probes PROCCTRL for a holiday record.
      *---------------------------------------------------------------*
       7100-TRY-NEXT-DAY.
           ADD 1 TO WS-DATE-INT
                    WS-ROLL-COUNT
           COMPUTE WS-DATE-YMD-9 =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE WS-DATE-YMD-YYYY TO WS-NEXT-YYYY
           MOVE WS-DATE-YMD-MM   TO WS-NEXT-MM
           MOVE WS-DATE-YMD-DD   TO WS-NEXT-DD
           COMPUTE WS-DOW = FUNCTION REM(WS-DATE-INT, 7)
           IF WS-DOW = 6 OR WS-DOW = 0
      * Saturday or Sunday -- keep rolling
               CONTINUE
           ELSE
               MOVE WS-NEXT-DATE-X10 TO FD-PDC-KEY
               READ PROCCTRL-FILE INTO WS-PROBE-RECORD
                  INVALID KEY
                     MOVE 'Y' TO WS-DAY-OK-FLAG
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the process-date control file.
      *---------------------------------------------------------------*
       9000-PROCCTRL-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE PROCCTRL-FILE
           IF  PROCCTRL-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING PROCESS-DATE CONTROL FILE'
               MOVE PROCCTRL-STATUS TO IO-STATUS
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
