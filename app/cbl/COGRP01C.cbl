      *              changes are filed as effective-dated pending
      *              changes on CORTC00C (transaction CRT0) and
      *              applied by CBRTC01C after the notice lead.
      *              A group may instead be made VARIABLE-rate:
      *              keying an index ID (see COIDX00C), a margin,
      *              and an optional floor and cap saves the
      *              terms on VARRATE (CVVRT01Y.cpy), and the
      *              nightly CBIDX01C reprices the group from the
      *              index from then on. Blanking the index ID
      *              makes the group fixed-rate again at the rate
      *              it last carried.
      *              DISCGRP is a small, closed lookup table loaded
      *              by app/jcl/DISCGRP.jcl -- this program never
      *              adds or deletes a group (the composite key
      *              reference-modification format checks, and
      *              FUNCTION NUMVAL-C conversion).
      * Files:       DISCGRP (READ UPDATE, REWRITE)
      *              VARRATE (READ, READ UPDATE, WRITE, REWRITE,
      *                       DELETE)
      *              INDEXRT (STARTBR, READNEXT, ENDBR)
      * Navigation:  ENTER fetches the group record for editing.
      *              PF3 saves changes and returns to caller.
      *              PF4 clears screen. PF5 saves changes.
      *              PF12 returns to admin menu without saving.
      * Copybooks:   COCOM01Y, CVTRA02Y, CVVRT01Y, CVIDX01Y,
      *              COTTL01Y, CSDAT01Y, CSMSG01Y
      * See also:    app/cpy/COCOM01Y.cpy (COMMAREA layout)
      *              app/cpy/CVTRA02Y.cpy (disclosure group layout)
      *              app/bms/COGRP01.bms  (BMS map definition)
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
      *    VSAM DISCGRP file name constant for EXEC CICS file I/O
         05 WS-DISCGRP-FILE            PIC X(08) VALUE 'DISCGRP'.
      *    Variable-rate terms and index value file names
         05 WS-VARRATE-FILE            PIC X(08) VALUE 'VARRATE '.
         05 WS-INDEXRT-FILE            PIC X(08) VALUE 'INDEXRT '.
      *    Error flag: set to 'Y' when validation or I/O fails;
      *    gates subsequent processing within a paragraph
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
         05 WS-DISCGRP-MODIFIED        PIC X(01) VALUE 'N'.
           88 DISCGRP-MODIFIED-YES               VALUE 'Y'.
           88 DISCGRP-MODIFIED-NO                VALUE 'N'.
      *    Whether the group has variable-rate terms on file, and
      *    whether the screen changes them
         05 WS-VARRATE-FOUND-FLG       PIC X(01) VALUE 'N'.
           88 VARRATE-FOUND                      VALUE 'Y'.
           88 VARRATE-NOT-FOUND                  VALUE 'N'.
         05 WS-VARRATE-MODIFIED        PIC X(01) VALUE 'N'.
           88 VARRATE-MODIFIED-YES               VALUE 'Y'.
           88 VARRATE-MODIFIED-NO                VALUE 'N'.

      * Paired numeric / numeric-edited work fields for the interest
      * rate field, following the same pattern COACTUPC.cbl uses for
                                                  VALUE ZERO.
         05 WS-DISC-PEN-RATE-E                    PIC +9999.99
                                                  VALUE ZEROS.
      *    Variable-rate terms (see CVVRT01Y.cpy): the index ID
      *    (spaces = fixed-rate group), and the margin, floor and
      *    cap pairs (a zero floor or cap means none)
         05 WS-VRT-INDEX-ID                       PIC X(08)
                                                  VALUE SPACES.
         05 WS-VRT-MARGIN-N                       PIC S9(04)V99
                                                  VALUE ZERO.
         05 WS-VRT-MARGIN-E                       PIC +9999.99
                                                  VALUE ZEROS.
         05 WS-VRT-FLOOR-N                        PIC S9(04)V99
                                                  VALUE ZERO.
         05 WS-VRT-FLOOR-E                        PIC +9999.99
                                                  VALUE ZEROS.
         05 WS-VRT-CAP-N                          PIC S9(04)V99
                                                  VALUE ZERO.
         05 WS-VRT-CAP-E                          PIC +9999.99
                                                  VALUE ZEROS.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
      * DIS-ACCT-GROUP-ID (10) + DIS-TRAN-TYPE-CD (2) +
      * DIS-TRAN-CAT-CD (4). See app/cpy/CVTRA02Y.cpy
       COPY CVTRA02Y.
      * 100-byte variable-rate terms record (VARIABLE-RATE-RECORD)
       COPY CVVRT01Y.
      * 80-byte index rate value record (INDEX-RATE-RECORD)
       COPY CVIDX01Y.

      * CICS attention identifier constants (ENTER, PF keys)
       COPY DFHAID.
       MAIN-PARA.
           SET ERR-FLG-OFF           TO TRUE
           SET DISCGRP-MODIFIED-NO   TO TRUE
           SET VARRATE-MODIFIED-NO   TO TRUE

           MOVE SPACES TO WS-MESSAGE
                          ERRMSGO OF COGRP1AO
      * and category code are all non-empty, then read the DISCGRP
      * record with UPDATE intent. On success, populate the screen
      * fields with the current interest rate, the penalty rate,
      * and, if on file, the promotional rate and expiry date and
      * the variable-rate terms for editing.
       PROCESS-ENTER-KEY.
           EVALUATE TRUE
               WHEN GIDINI OF COGRP1AI = SPACES OR LOW-VALUES
               MOVE SPACES      TO GPRATEI OF COGRP1AI
               MOVE SPACES      TO GPEXPI  OF COGRP1AI
               MOVE SPACES      TO GNRATEI OF COGRP1AI
               MOVE SPACES      TO GIDXI   OF COGRP1AI
               MOVE SPACES      TO GMRGI   OF COGRP1AI
               MOVE SPACES      TO GFLRI   OF COGRP1AI
               MOVE SPACES      TO GCAPI   OF COGRP1AI
               MOVE GIDINI  OF COGRP1AI TO DIS-ACCT-GROUP-ID
               MOVE GTYPINI OF COGRP1AI TO DIS-TRAN-TYPE-CD
               MOVE GCATINI OF COGRP1AI TO DIS-TRAN-CAT-CD
                   MOVE ZERO TO WS-DISC-PEN-RATE-E
               END-IF
               MOVE WS-DISC-PEN-RATE-E TO GNRATEI OF COGRP1AI
               PERFORM READ-VARRATE-FILE
               IF VARRATE-FOUND
                   MOVE VRT-INDEX-ID       TO GIDXI   OF COGRP1AI
                   MOVE VRT-MARGIN         TO WS-VRT-MARGIN-E
                   MOVE WS-VRT-MARGIN-E    TO GMRGI   OF COGRP1AI
                   IF VRT-FLOOR-RATE > ZERO
                       MOVE VRT-FLOOR-RATE TO WS-VRT-FLOOR-E
                       MOVE WS-VRT-FLOOR-E TO GFLRI   OF COGRP1AI
                   END-IF
                   IF VRT-CAP-RATE > ZERO
                       MOVE VRT-CAP-RATE   TO WS-VRT-CAP-E
                       MOVE WS-VRT-CAP-E   TO GCAPI   OF COGRP1AI
                   END-IF
               END-IF
               PERFORM SEND-GRPUPD-SCREEN
           END-IF.

               END-IF
           END-IF

      *    Variable-rate terms are optional: a blank index ID
      *    keeps (or makes) the group fixed-rate
           IF NOT ERR-FLG-ON
               PERFORM VALIDATE-VARIABLE-TERMS
           END-IF

           IF NOT ERR-FLG-ON
               MOVE GIDINI OF COGRP1AI  TO DIS-ACCT-GROUP-ID
               MOVE GTYPINI OF COGRP1AI TO DIS-TRAN-TYPE-CD
                                               DIS-PENALTY-INT-RATE
                       SET DISCGRP-MODIFIED-YES TO TRUE
                   END-IF
      *            Variable-rate terms are saved first; a new or
      *            changed set is repriced by the next CBIDX01C run
                   PERFORM CHECK-VARIABLE-TERMS
                   IF VARRATE-MODIFIED-YES
                       PERFORM SAVE-VARIABLE-TERMS
                   END-IF
               END-IF
               IF NOT ERR-FLG-ON
                   IF DISCGRP-MODIFIED-YES
                       PERFORM UPDATE-DISCGRP-FILE
                   ELSE
                       IF VARRATE-MODIFIED-YES
                           MOVE DFHGREEN     TO ERRMSGC  OF COGRP1AO
                           IF WS-VRT-INDEX-ID = SPACES
                               MOVE
                    'Group is now fixed-rate at its current rate ...'
                                            TO WS-MESSAGE
                           ELSE
                               MOVE
                    'Variable-rate terms saved - repriced overnight ...'
                                            TO WS-MESSAGE
                           END-IF
                           PERFORM SEND-GRPUPD-SCREEN
                       ELSE
                           MOVE 'Please modify to update ...' TO
                                           WS-MESSAGE
                           MOVE DFHRED       TO ERRMSGC  OF COGRP1AO
                           PERFORM SEND-GRPUPD-SCREEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-VARIABLE-TERMS
      *----------------------------------------------------------------*
      * Index ID blank: margin, floor and cap must be blank too.
      * Index ID keyed: the index must have a value on INDEXRT,
      * the margin is required, and the floor and cap are
      * optional non-negative rates with the cap not below the
      * floor. All rates use the same signed format as above.
       VALIDATE-VARIABLE-TERMS.
           MOVE ZERO   TO WS-VRT-MARGIN-N
                          WS-VRT-FLOOR-N
                          WS-VRT-CAP-N
           IF GIDXI OF COGRP1AI = SPACES OR LOW-VALUES
               MOVE SPACES TO WS-VRT-INDEX-ID
               IF (GMRGI OF COGRP1AI NOT = SPACES AND LOW-VALUES)
                OR (GFLRI OF COGRP1AI NOT = SPACES AND LOW-VALUES)
                OR (GCAPI OF COGRP1AI NOT = SPACES AND LOW-VALUES)
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Index ID required with Margin/Floor/Cap...'
                                   TO WS-MESSAGE
                   MOVE -1       TO GIDXL OF COGRP1AI
                   PERFORM SEND-GRPUPD-SCREEN
               END-IF
           ELSE
               MOVE GIDXI OF COGRP1AI TO WS-VRT-INDEX-ID
               PERFORM CHECK-INDEX-ON-FILE
           END-IF

           IF NOT ERR-FLG-ON AND WS-VRT-INDEX-ID NOT = SPACES
               EVALUATE TRUE
                   WHEN GMRGI OF COGRP1AI = SPACES OR LOW-VALUES
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Margin can NOT be empty for an index...'
                                       TO WS-MESSAGE
                       MOVE -1       TO GMRGL OF COGRP1AI
                       PERFORM SEND-GRPUPD-SCREEN
                   WHEN GMRGI OF COGRP1AI(1:1) NOT EQUAL '-'
                                           AND NOT EQUAL '+'
                   WHEN GMRGI OF COGRP1AI(2:4) NOT NUMERIC
                   WHEN GMRGI OF COGRP1AI(6:1) NOT = '.'
                   WHEN GMRGI OF COGRP1AI(7:2) IS NOT NUMERIC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Margin should be in format -9999.99'
                                       TO WS-MESSAGE
                       MOVE -1       TO GMRGL OF COGRP1AI
                       PERFORM SEND-GRPUPD-SCREEN
                   WHEN OTHER
                       COMPUTE WS-VRT-MARGIN-N =
                          FUNCTION NUMVAL-C(GMRGI OF COGRP1AI)
               END-EVALUATE
           END-IF

           IF NOT ERR-FLG-ON AND WS-VRT-INDEX-ID NOT = SPACES
               IF GFLRI OF COGRP1AI NOT = SPACES AND LOW-VALUES
                   EVALUATE TRUE
                       WHEN GFLRI OF COGRP1AI(1:1) NOT EQUAL '+'
                       WHEN GFLRI OF COGRP1AI(2:4) NOT NUMERIC
                       WHEN GFLRI OF COGRP1AI(6:1) NOT = '.'
                       WHEN GFLRI OF COGRP1AI(7:2) IS NOT NUMERIC
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE
                    'Floor Rate should be in format +9999.99'
                                           TO WS-MESSAGE
                           MOVE -1       TO GFLRL OF COGRP1AI
                           PERFORM SEND-GRPUPD-SCREEN
                       WHEN OTHER
                           COMPUTE WS-VRT-FLOOR-N =
                              FUNCTION NUMVAL-C(GFLRI OF COGRP1AI)
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT ERR-FLG-ON AND WS-VRT-INDEX-ID NOT = SPACES
               IF GCAPI OF COGRP1AI NOT = SPACES AND LOW-VALUES
                   EVALUATE TRUE
                       WHEN GCAPI OF COGRP1AI(1:1) NOT EQUAL '+'
                       WHEN GCAPI OF COGRP1AI(2:4) NOT NUMERIC
                       WHEN GCAPI OF COGRP1AI(6:1) NOT = '.'
                       WHEN GCAPI OF COGRP1AI(7:2) IS NOT NUMERIC
                           MOVE 'Y'     TO WS-ERR-FLG
                           MOVE 'Cap Rate should be in format +9999.99'
                                           TO WS-MESSAGE
                           MOVE -1       TO GCAPL OF COGRP1AI
                           PERFORM SEND-GRPUPD-SCREEN
                       WHEN OTHER
                           COMPUTE WS-VRT-CAP-N =
                              FUNCTION NUMVAL-C(GCAPI OF COGRP1AI)
                   END-EVALUATE
               END-IF
           END-IF

           IF NOT ERR-FLG-ON
               IF WS-VRT-FLOOR-N > ZERO AND WS-VRT-CAP-N > ZERO
                  AND WS-VRT-CAP-N < WS-VRT-FLOOR-N
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Cap Rate can NOT be below the Floor Rate...'
                                   TO WS-MESSAGE
                   MOVE -1       TO GCAPL OF COGRP1AI
                   PERFORM SEND-GRPUPD-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     CHECK-INDEX-ON-FILE
      *----------------------------------------------------------------*
      * The keyed index must have at least one value on INDEXRT
      * (keyed on COIDX00C) -- a group can not follow an index
      * that has never been published.
       CHECK-INDEX-ON-FILE.
           MOVE WS-VRT-INDEX-ID TO IDX-INDEX-ID
           MOVE LOW-VALUES      TO IDX-EFF-DATE
           EXEC CICS STARTBR
                DATASET   (WS-INDEXRT-FILE)
                RIDFLD    (IDX-KEY)
                KEYLENGTH (LENGTH OF IDX-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READNEXT
                    DATASET   (WS-INDEXRT-FILE)
                    INTO      (INDEX-RATE-RECORD)
                    LENGTH    (LENGTH OF INDEX-RATE-RECORD)
                    RIDFLD    (IDX-KEY)
                    KEYLENGTH (LENGTH OF IDX-KEY)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               EXEC CICS ENDBR
                    DATASET   (WS-INDEXRT-FILE)
               END-EXEC
           END-IF
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR IDX-INDEX-ID NOT = WS-VRT-INDEX-ID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Index ID NOT found - key its values via CIDX...'
                               TO WS-MESSAGE
               MOVE -1       TO GIDXL OF COGRP1AI
               PERFORM SEND-GRPUPD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                    CHECK-VARIABLE-TERMS
      *----------------------------------------------------------------*
      * Compares the validated terms with the VARRATE record on
      * file (locked for update when present).
       CHECK-VARIABLE-TERMS.
           PERFORM READ-VARRATE-UPDATE
           IF NOT ERR-FLG-ON
               IF VARRATE-FOUND
                   IF WS-VRT-INDEX-ID = SPACES
                    OR WS-VRT-INDEX-ID NOT = VRT-INDEX-ID
                    OR WS-VRT-MARGIN-N NOT = VRT-MARGIN
                    OR WS-VRT-FLOOR-N  NOT = VRT-FLOOR-RATE
                    OR WS-VRT-CAP-N    NOT = VRT-CAP-RATE
                       SET VARRATE-MODIFIED-YES TO TRUE
                   END-IF
               ELSE
                   IF WS-VRT-INDEX-ID NOT = SPACES
                       SET VARRATE-MODIFIED-YES TO TRUE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                    SAVE-VARIABLE-TERMS
      *----------------------------------------------------------------*
      * Writes, rewrites or (index blanked) deletes the group's
      * VARRATE record. New or changed terms are flagged so the
      * next CBIDX01C run reprices the group and decides whether
      * the result needs a change-in-terms notice.
       SAVE-VARIABLE-TERMS.
           IF WS-VRT-INDEX-ID = SPACES
               PERFORM DELETE-VARRATE-FILE
           ELSE
               IF VARRATE-NOT-FOUND
                   INITIALIZE VARIABLE-RATE-RECORD
                   MOVE DIS-GROUP-KEY      TO VRT-KEY
                   MOVE SPACES             TO VRT-INDEX-EFF-DATE
                                              VRT-LAST-REPRICE-DATE
               END-IF
               MOVE WS-VRT-INDEX-ID        TO VRT-INDEX-ID
               MOVE WS-VRT-MARGIN-N        TO VRT-MARGIN
               MOVE WS-VRT-FLOOR-N         TO VRT-FLOOR-RATE
               MOVE WS-VRT-CAP-N           TO VRT-CAP-RATE
               SET VRT-TERMS-CHANGED-YES   TO TRUE
               MOVE CDEMO-USER-ID          TO VRT-MAINT-USR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO VRT-MAINT-TS
               IF VARRATE-FOUND
                   PERFORM REWRITE-VARRATE-FILE
               ELSE
                   PERFORM WRITE-VARRATE-FILE
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *                      CHECK-SESSION-IDLE
      *----------------------------------------------------------------*
                   PERFORM SEND-GRPUPD-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-VARRATE-FILE
      *----------------------------------------------------------------*
      * Reads the group's variable-rate terms, if any; NOTFND is
      * the normal fixed-rate case.
       READ-VARRATE-FILE.
           SET VARRATE-NOT-FOUND TO TRUE
           MOVE DIS-GROUP-KEY    TO VRT-KEY
           EXEC CICS READ
                DATASET   (WS-VARRATE-FILE)
                INTO      (VARIABLE-RATE-RECORD)
                LENGTH    (LENGTH OF VARIABLE-RATE-RECORD)
                RIDFLD    (VRT-KEY)
                KEYLENGTH (LENGTH OF VRT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET VARRATE-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Unable to lookup variable-rate terms...' TO
                                   WS-MESSAGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      READ-VARRATE-UPDATE
      *----------------------------------------------------------------*
       READ-VARRATE-UPDATE.
           SET VARRATE-NOT-FOUND TO TRUE
           MOVE DIS-GROUP-KEY    TO VRT-KEY
           EXEC CICS READ
                DATASET   (WS-VARRATE-FILE)
                INTO      (VARIABLE-RATE-RECORD)
                LENGTH    (LENGTH OF VARIABLE-RATE-RECORD)
                RIDFLD    (VRT-KEY)
                KEYLENGTH (LENGTH OF VRT-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   SET VARRATE-FOUND TO TRUE
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to lookup variable-rate terms...' TO
                                   WS-MESSAGE
                   MOVE -1       TO GIDXL OF COGRP1AI
                   PERFORM SEND-GRPUPD-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      WRITE-VARRATE-FILE
      *----------------------------------------------------------------*
       WRITE-VARRATE-FILE.
           EXEC CICS WRITE
                DATASET   (WS-VARRATE-FILE)
                FROM      (VARIABLE-RATE-RECORD)
                LENGTH    (LENGTH OF VARIABLE-RATE-RECORD)
                RIDFLD    (VRT-KEY)
                KEYLENGTH (LENGTH OF VRT-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to save variable-rate terms...' TO
                                   WS-MESSAGE
                   MOVE -1       TO GIDXL OF COGRP1AI
                   PERFORM SEND-GRPUPD-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      REWRITE-VARRATE-FILE
      *----------------------------------------------------------------*
       REWRITE-VARRATE-FILE.
           EXEC CICS REWRITE
                DATASET   (WS-VARRATE-FILE)
                FROM      (VARIABLE-RATE-RECORD)
                LENGTH    (LENGTH OF VARIABLE-RATE-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to save variable-rate terms...' TO
                                   WS-MESSAGE
                   MOVE -1       TO GIDXL OF COGRP1AI
                   PERFORM SEND-GRPUPD-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      DELETE-VARRATE-FILE
      *----------------------------------------------------------------*
      * Removes the terms locked by READ-VARRATE-UPDATE; DISCGRP
      * keeps the rate the group last carried.
       DELETE-VARRATE-FILE.
           EXEC CICS DELETE
                DATASET   (WS-VARRATE-FILE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC.
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'RESP:' WS-RESP-CD 'REAS:' WS-REAS-CD
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to remove variable-rate terms...' TO
                                   WS-MESSAGE
                   MOVE -1       TO GIDXL OF COGRP1AI
                   PERFORM SEND-GRPUPD-SCREEN
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                      CLEAR-CURRENT-SCREEN
      *----------------------------------------------------------------*
                                   GPRATEI OF COGRP1AI
                                   GPEXPI  OF COGRP1AI
                                   GNRATEI OF COGRP1AI
                                   GIDXI   OF COGRP1AI
                                   GMRGI   OF COGRP1AI
                                   GFLRI   OF COGRP1AI
                                   GCAPI   OF COGRP1AI
                                   WS-MESSAGE.
