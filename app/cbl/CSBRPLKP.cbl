      ******************************************************************
      * Program     : CSBRPLKP.CBL
      * Application : CardDemo
      * Type        : COMMON / Shared routine (batch CALL)
      * Function    : Look up the business rule value in force on
      *               a run date from the BIZRULE parameter file.
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
      * CSBRPLKP - Business Rule Lookup (shared routine)
      *
      * The batch programs that once compiled their policy
      * thresholds in, or took them on the JCL PARM, call here
      * at startup for each one. The BIZRULE KSDS
      * (CVBRP01Y.cpy) holds the effective-dated values kept
      * under maker-checker on COBRP00C.
      *
      * CALL 'CSBRPLKP' USING CSBRPLKP-FUNC
      *                       CSBRPLKP-CODE
      *                       CSBRPLKP-AS-OF-DATE
      *                       CSBRPLKP-VALUE
      *                       CSBRPLKP-LINE
      *
      *   FUNC 'G' - get the rule in force on AS-OF-DATE
      *              (YYYY-MM-DD): the APPROVED row under CODE
      *              with the latest effective date on or
      *              before it. Found, VALUE is replaced and the
      *              answer is 'Y'; not found, VALUE -- the
      *              caller's default -- is left as it was and
      *              the answer is 'N'. Either way LINE comes
      *              back as an 80-byte report line naming the
      *              rule, the value used and where it came
      *              from, for the caller's run report. The file
      *              is opened on the first call; a file that
      *              will not open answers 'N' for the run --
      *              the defaults stand and the line says so.
      *   FUNC 'C' - close the file.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CSBRPLKP.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIZRULE-FILE ASSIGN TO BIZRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-BRP-KEY
                  FILE STATUS  IS BIZRULE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * FD for the business rule VSAM (150 bytes)
       FD  BIZRULE-FILE.
       01  FD-BIZRULE-REC.
           05 FD-BRP-KEY                        PIC X(18).
           05 FD-BRP-DATA                       PIC X(132).

       WORKING-STORAGE SECTION.
      * CVBRP01Y: 150-byte business rule record
       COPY CVBRP01Y.
       01  BIZRULE-STATUS.
           05  BIZRULE-STAT1       PIC X.
           05  BIZRULE-STAT2       PIC X.

      * Run state: whether the file has been opened, and
      * whether it opened -- persistent across calls
       01  WS-BIZRULE-OPENED       PIC X(01) VALUE 'N'.
       01  WS-BIZRULE-ON           PIC X(01) VALUE 'N'.

      * The browse of one code's rows
       01  WS-BROWSE-EOF           PIC X(01) VALUE 'N'.
       01  WS-FOUND                PIC X(01) VALUE 'N'.
       01  WS-FOUND-VALUE          PIC S9(09)V99 VALUE 0.
       01  WS-FOUND-EFF-DATE       PIC X(10) VALUE SPACES.

      * The report line
       01  WS-VALUE-EDIT           PIC Z(08)9.99-.
       01  WS-LEAD-SPACES          PIC S9(04) COMP VALUE 0.

       LINKAGE SECTION.
       01  CSBRPLKP-FUNC            PIC X(01).
       01  CSBRPLKP-CODE            PIC X(08).
       01  CSBRPLKP-AS-OF-DATE      PIC X(10).
       01  CSBRPLKP-VALUE           PIC S9(09)V99.
       01  CSBRPLKP-LINE            PIC X(80).
      *****************************************************************
       PROCEDURE DIVISION USING CSBRPLKP-FUNC
                                CSBRPLKP-CODE
                                CSBRPLKP-AS-OF-DATE
                                CSBRPLKP-VALUE
                                CSBRPLKP-LINE.
       0000-MAINLINE.
           EVALUATE CSBRPLKP-FUNC
               WHEN 'G'
                   PERFORM 1000-GET-RULE
               WHEN 'C'
                   PERFORM 3000-CLOSE-RULES
               WHEN OTHER
                   MOVE 'N' TO CSBRPLKP-FUNC
           END-EVALUATE
           GOBACK.
      *---------------------------------------------------------------*
      * The rule in force on the date, or the caller's default.
      *---------------------------------------------------------------*
       1000-GET-RULE.
           IF WS-BIZRULE-OPENED NOT = 'Y'
              PERFORM 1100-OPEN-RULES
           END-IF
           MOVE 'N' TO WS-FOUND
           IF WS-BIZRULE-ON = 'Y'
              PERFORM 1200-FIND-RULE
           END-IF
           IF WS-FOUND = 'Y'
              MOVE WS-FOUND-VALUE TO CSBRPLKP-VALUE
           END-IF

           MOVE CSBRPLKP-VALUE TO WS-VALUE-EDIT
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT WS-VALUE-EDIT
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           MOVE SPACES TO CSBRPLKP-LINE
           IF WS-FOUND = 'Y'
              STRING 'RULE ' CSBRPLKP-CODE ' = '
                     WS-VALUE-EDIT(WS-LEAD-SPACES + 1:)
                     ' (BIZRULE, EFFECTIVE ' WS-FOUND-EFF-DATE ')'
                     DELIMITED BY SIZE
                INTO CSBRPLKP-LINE
              END-STRING
              MOVE 'Y' TO CSBRPLKP-FUNC
           ELSE
              STRING 'RULE ' CSBRPLKP-CODE ' = '
                     WS-VALUE-EDIT(WS-LEAD-SPACES + 1:)
                     ' (DEFAULT - NO APPROVED RULE IN FORCE)'
                     DELIMITED BY SIZE
                INTO CSBRPLKP-LINE
              END-STRING
              MOVE 'N' TO CSBRPLKP-FUNC
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the rule file once for the run. Without it every
      * caller's defaults stand.
      *---------------------------------------------------------------*
       1100-OPEN-RULES.
           MOVE 'Y' TO WS-BIZRULE-OPENED
           OPEN INPUT BIZRULE-FILE
           IF BIZRULE-STATUS = '00'
              MOVE 'Y' TO WS-BIZRULE-ON
           ELSE
              MOVE 'N' TO WS-BIZRULE-ON
              DISPLAY 'CSBRPLKP: NO BUSINESS RULE FILE -'
                 ' DEFAULTS IN FORCE'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Browses the code's rows in effective-date order, keeping
      * the last approved one that is in force by the date.
      *---------------------------------------------------------------*
       1200-FIND-RULE.
           MOVE LOW-VALUES    TO FD-BRP-KEY
           MOVE CSBRPLKP-CODE TO FD-BRP-KEY(1:8)
           MOVE 'N' TO WS-BROWSE-EOF
           START BIZRULE-FILE KEY IS NOT LESS THAN FD-BRP-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-BROWSE-EOF
           END-START
           PERFORM 1210-NEXT-RULE-ROW
              UNTIL WS-BROWSE-EOF = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * One row of the code.
      *---------------------------------------------------------------*
       1210-NEXT-RULE-ROW.
           READ BIZRULE-FILE NEXT RECORD INTO BIZ-RULE-RECORD
               AT END
                  MOVE 'Y' TO WS-BROWSE-EOF
           END-READ
           IF WS-BROWSE-EOF = 'N'
              IF BIZRULE-STATUS NOT = '00'
                 DISPLAY 'CSBRPLKP: BUSINESS RULE READ FAILED - '
                    BIZRULE-STATUS
                 MOVE 'Y' TO WS-BROWSE-EOF
              ELSE
                 IF BRP-CODE NOT = CSBRPLKP-CODE
                 OR BRP-EFF-DATE > CSBRPLKP-AS-OF-DATE
                    MOVE 'Y' TO WS-BROWSE-EOF
                 ELSE
                    IF BRP-STATUS-APPROVED
                       MOVE 'Y'          TO WS-FOUND
                       MOVE BRP-VALUE    TO WS-FOUND-VALUE
                       MOVE BRP-EFF-DATE TO WS-FOUND-EFF-DATE
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the rule file.
      *---------------------------------------------------------------*
       3000-CLOSE-RULES.
           IF WS-BIZRULE-ON = 'Y'
              CLOSE BIZRULE-FILE
              MOVE 'N' TO WS-BIZRULE-ON
           END-IF
           MOVE 'N' TO WS-BIZRULE-OPENED
           MOVE 'Y' TO CSBRPLKP-FUNC
           EXIT.
