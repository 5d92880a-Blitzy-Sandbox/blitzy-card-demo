      ******************************************************************
      * Program     : CBCHK01C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Clear the bank's convenience check presentment
      *               file: pay good checks to DALYTRAN and return
      *               refused ones to the bank.
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
      * CBCHK01C - Convenience Check Clearing Intake (Batch)
      *
      * Convenience checks are issued in books on COCHK00C
      * (CHECKBK, CVCHK01Y.cpy) and draw against the account's
      * ACCT-CREDIT-LIMIT. The clearing bank presents the checks
      * written against them in a fixed-format file, which this
      * program takes through the same two-pass discipline
      * CBLBX01C applies to the lockbox file:
      *
      *   Pass 1 - VALIDATE: the header's file date must equal
      *     the PARM business date, and the trailer's item count
      *     and amount hash (sum of check cent amounts) must
      *     equal what was read. Any mismatch ABENDS before one
      *     check is paid or returned.
      *
      *   Pass 2 - DECIDE: each presented check is refused, and
      *     reported back to the bank on the CHKRTN return file,
      *     when
      *       - the account is not on file               (NAC)
      *       - the check number was never issued to it  (NIS)
      *       - a stop-payment is on file for it         (STP)
      *       - it has already been paid                 (DUP)
      *       - the account is charged off               (CHG)
      *       - the account is closed or closing         (CLS)
      *       - it would take the balance, with the checks
      *         already paid this run, past the credit
      *         limit                                    (OVL)
      *     Otherwise it is paid: a cash-like DALYTRAN-RECORD
      *     (type '12' category 0001, source CONVCHECK, positive
      *     amount, no physical card) is APPENDED to the day's
      *     staging feed -- outside the transmitted control
      *     totals, per the placement rules in CVTRA09Y.cpy --
      *     and posts through CBTRN02C's full cascade. Type 12
      *     is priced by its own disclosure group rows and, like
      *     a cash advance, draws interest from the posting day
      *     (no purchase grace). Every outcome is recorded on the
      *     check's CHKITEM record (CVCHK02Y.cpy), which is what
      *     makes a second presentment come back as DUP.
      *
      * Clearing and return record layouts (150 bytes, first
      * byte the record type) are defined below -- this program
      * is the only reader of the one and the only writer of the
      * other, the usual sole-consumer convention. The return
      * file carries its own header and count/hash trailer so
      * the bank can prove it the same way.
      *
      * Files accessed:
      *   CHKCLR    - Bank check presentment file (sequential
      *               input, 150; read twice)
      *   CHECKBK   - Check book issuance (KSDS, random read)
      *   CHKITEM   - Check item status (KSDS, random I-O)
      *   ACCTFILE  - Account master (KSDS, random read)
      *   XREFFILE  - Card cross-reference (KSDS, random read by
      *               FD-XREF-ACCT-ID)
      *   DALYTRAN  - Daily transaction staging (sequential,
      *               EXTEND)
      *   CHKRTN    - Returned-item file to the bank (sequential
      *               output, 150)
      *   CHKRPT    - Clearing report (132, output)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
      *
      * Receives PARM-DATE (YYYY-MM-DD) via JCL PARM -- the
      * business date the file must be for.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBCHK01C.
       AUTHOR.        AWS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHKCLR-FILE ASSIGN TO CHKCLR
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS CHKCLR-STATUS.

           SELECT CHECKBK-FILE ASSIGN TO CHECKBK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CHB-ACCT-ID
                  FILE STATUS  IS CHECKBK-STATUS.

           SELECT CHKITEM-FILE ASSIGN TO CHKITEM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CHI-KEY
                  FILE STATUS  IS CHKITEM-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO ACCTFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ACCT-ID
                  FILE STATUS  IS ACCTFILE-STATUS.

           SELECT XREF-FILE ASSIGN TO   XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

           SELECT DALYTRAN-FILE ASSIGN TO DALYTRAN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS DALYTRAN-STATUS.

           SELECT CHKRTN-FILE ASSIGN TO CHKRTN
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CHKRTN-STATUS.

           SELECT CHKRPT-FILE ASSIGN TO CHKRPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS CHKRPT-STATUS.

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
      * FD for the check presentment file (150 bytes)
       FD  CHKCLR-FILE.
       01  FD-CHKCLR-REC                        PIC X(150).

      * FD for the check book issuance VSAM (80 bytes)
       FD  CHECKBK-FILE.
       01  FD-CHECKBK-REC.
           05 FD-CHB-ACCT-ID                    PIC 9(11).
           05 FD-CHB-DATA                       PIC X(69).

      * FD for the check item status VSAM (170 bytes)
       FD  CHKITEM-FILE.
       01  FD-CHKITEM-REC.
           05 FD-CHI-KEY                        PIC X(21).
           05 FD-CHI-DATA                       PIC X(149).

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

      * FD for daily transaction staging output (370 bytes)
       FD  DALYTRAN-FILE.
       01  FD-TRAN-RECORD.
           05 FD-TRAN-ID                        PIC X(16).
           05 FD-TRAN-DATA                      PIC X(354).

      * FD for the returned-item file to the bank (150 bytes)
       FD  CHKRTN-FILE.
       01  FD-CHKRTN-REC                        PIC X(150).

      * FD for the clearing report (132-byte print)
       FD  CHKRPT-FILE.
       01  FD-CHKRPT-REC                        PIC X(132).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
           05 FD-BATCH-JOB-NAME                 PIC X(08).
           05 FD-BATCH-DATA                     PIC X(52).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * Check presentment record layouts. Byte 1 carries the
      * record type:
      *   'H' header  - file date and clearing bank
      *   'D' detail  - one presented check
      *   'T' trailer - item count and amount hash
       01  CHKCLR-RECORD                        PIC X(150).
       01  CHKCLR-HEADER-REC REDEFINES CHKCLR-RECORD.
           05 CLH-REC-TYPE              PIC X(01).
           05 CLH-FILE-DATE             PIC X(10).
           05 CLH-BANK-ID               PIC X(10).
           05 FILLER                    PIC X(129).
       01  CHKCLR-DETAIL-REC REDEFINES CHKCLR-RECORD.
           05 CLD-REC-TYPE              PIC X(01).
      * Account and check number off the check's MICR line
           05 CLD-ACCT-ID               PIC 9(11).
           05 CLD-CHECK-NUM             PIC 9(10).
           05 CLD-CHECK-AMT             PIC 9(09)V99.
           05 CLD-PAYEE                 PIC X(40).
      * The bank's own reference for the item, echoed back on
      * any return
           05 CLD-BANK-ITEM-REF         PIC X(15).
           05 CLD-PRESENTED-DATE        PIC X(10).
           05 FILLER                    PIC X(52).
       01  CHKCLR-TRAILER-REC REDEFINES CHKCLR-RECORD.
           05 CLT-REC-TYPE              PIC X(01).
           05 CLT-ITEM-COUNT            PIC 9(09).
           05 CLT-AMOUNT-HASH           PIC 9(15).
           05 FILLER                    PIC X(125).

       01  CHKCLR-STATUS.
           05  CHKCLR-STAT1        PIC X.
           05  CHKCLR-STAT2        PIC X.

      *****************************************************************
      * Returned-item record layouts, same framing as the
      * presentment file:
      *   'H' header  - run date and the bank the file answers
      *   'D' detail  - one refused check and the reason
      *   'T' trailer - item count and amount hash
       01  CHKRTN-RECORD                        PIC X(150).
       01  CHKRTN-HEADER-REC REDEFINES CHKRTN-RECORD.
           05 CRH-REC-TYPE              PIC X(01).
           05 CRH-FILE-DATE             PIC X(10).
           05 CRH-BANK-ID               PIC X(10).
           05 CRH-ORIGIN                PIC X(10).
           05 FILLER                    PIC X(119).
       01  CHKRTN-DETAIL-REC REDEFINES CHKRTN-RECORD.
           05 CRD-REC-TYPE              PIC X(01).
           05 CRD-ACCT-ID               PIC 9(11).
           05 CRD-CHECK-NUM             PIC 9(10).
           05 CRD-CHECK-AMT             PIC 9(09)V99.
           05 CRD-BANK-ITEM-REF         PIC X(15).
           05 CRD-PRESENTED-DATE        PIC X(10).
           05 CRD-RETURN-REASON         PIC X(03).
           05 CRD-RETURN-DESC           PIC X(40).
           05 FILLER                    PIC X(49).
       01  CHKRTN-TRAILER-REC REDEFINES CHKRTN-RECORD.
           05 CRT-REC-TYPE              PIC X(01).
           05 CRT-ITEM-COUNT            PIC 9(09).
           05 CRT-AMOUNT-HASH           PIC 9(15).
           05 FILLER                    PIC X(125).

       01  CHKRTN-STATUS.
           05  CHKRTN-STAT1        PIC X.
           05  CHKRTN-STAT2        PIC X.

      * CVCHK01Y: 80-byte check book issuance record
       COPY CVCHK01Y.
       01  CHECKBK-STATUS.
           05  CHECKBK-STAT1       PIC X.
           05  CHECKBK-STAT2       PIC X.

      * CVCHK02Y: 170-byte check item status record
       COPY CVCHK02Y.
       01  CHKITEM-STATUS.
           05  CHKITEM-STAT1       PIC X.
           05  CHKITEM-STAT2       PIC X.

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

      * CVTRA06Y: 370-byte daily transaction staging record
       COPY CVTRA06Y.
       01  DALYTRAN-STATUS.
           05  DALYTRAN-STAT1      PIC X.
           05  DALYTRAN-STAT2      PIC X.

       01  CHKRPT-STATUS.
           05  CHKRPT-STAT1        PIC X.
           05  CHKRPT-STAT2        PIC X.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           05  BATCHSTS-STAT1      PIC X.
           05  BATCHSTS-STAT2      PIC X.
      * Includes 60-byte BATCH-STATUS-RECORD layout from
      * copybook CSBCH01Y (app/cpy/CSBCH01Y.cpy)
       COPY CSBCH01Y.
      * This program's job name, as recorded on BATCHSTS
       01  WS-BATCH-JOB-NAME        PIC X(08) VALUE 'CBCHK01C'.
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
      * Timestamp work areas for DB2-style formatting
      * T I M E S T A M P   D B 2  X(26)     EEEE-MM-DD-UU.MM.SS.HH0000
       01  COBOL-TS.
           05 COB-YYYY                  PIC X(04).
           05 COB-MM                    PIC X(02).
           05 COB-DD                    PIC X(02).
           05 COB-HH                    PIC X(02).
           05 COB-MIN                   PIC X(02).
           05 COB-SS                    PIC X(02).
           05 COB-MIL                   PIC X(02).
           05 COB-REST                  PIC X(05).
       01  DB2-FORMAT-TS                PIC X(26).
       01  FILLER REDEFINES DB2-FORMAT-TS.
           06 DB2-YYYY                  PIC X(004).                      E
           06 DB2-STREEP-1              PIC X.                           -
           06 DB2-MM                    PIC X(002).                      M
           06 DB2-STREEP-2              PIC X.                           -
           06 DB2-DD                    PIC X(002).                      D
           06 DB2-STREEP-3              PIC X.                           -
           06 DB2-HH                    PIC X(002).                      U
           06 DB2-DOT-1                 PIC X.
           06 DB2-MIN                   PIC X(002).
           06 DB2-DOT-2                 PIC X.
           06 DB2-SS                    PIC X(002).
           06 DB2-DOT-3                 PIC X.
           06 DB2-MIL                   PIC 9(002).
           06 DB2-REST                  PIC X(04).

      * Run controls and counters
       01 WS-MISC-VARS.
           05 WS-HEADER-SEEN            PIC X(01) VALUE 'N'.
           05 WS-TRAILER-SEEN           PIC X(01) VALUE 'N'.
           05 WS-FILE-DATE              PIC X(10) VALUE SPACES.
           05 WS-BANK-ID                PIC X(10) VALUE SPACES.
           05 WS-TRL-COUNT              PIC 9(09) VALUE 0.
           05 WS-TRL-HASH               PIC 9(15) VALUE 0.
           05 WS-PAY-CARD               PIC X(16) VALUE SPACES.
           05 WS-ITEM-FOUND             PIC X(01) VALUE 'N'.
           05 WS-RETURN-REASON          PIC X(03) VALUE SPACES.
           05 WS-RETURN-DESC            PIC X(40) VALUE SPACES.
           05 WS-TRANID-SUFFIX          PIC 9(06) VALUE 0.
           05 WS-NEW-BALANCE            PIC S9(11)V99 VALUE 0.

      * Checks paid so far this run, by account: a second check
      * on the same account must see the first one's draw, which
      * will not reach ACCT-CURR-BAL until CBTRN02C posts it
       01 WS-RUN-PAID-TABLE.
           05 WS-RUN-PAID-COUNT         PIC S9(04) COMP VALUE 0.
           05 WS-RUN-PAID-ENTRY         OCCURS 1000 TIMES.
              10 WS-RUN-PAID-ACCT       PIC 9(11).
              10 WS-RUN-PAID-AMT        PIC S9(11)V99.
       01 WS-RUN-PAID-IX                PIC S9(04) COMP VALUE 0.
       01 WS-RUN-PAID-HIT               PIC S9(04) COMP VALUE 0.
       01 WS-RUN-PAID-SO-FAR            PIC S9(11)V99 VALUE 0.

       01 WS-COUNTERS.
           05 WS-ITEM-COUNT             PIC 9(09) VALUE 0.
           05 WS-AMOUNT-HASH            PIC 9(15) VALUE 0.
           05 WS-PAID-COUNT             PIC 9(09) VALUE 0.
           05 WS-PAID-AMT               PIC S9(11)V99 VALUE 0.
           05 WS-RETURNED-COUNT         PIC 9(09) VALUE 0.
           05 WS-RETURNED-AMT           PIC S9(11)V99 VALUE 0.
           05 WS-RETURNED-HASH          PIC 9(15) VALUE 0.

      * Generated transaction ID: 'CK' + YYYYMMDD + 6-digit
      * suffix, the same convention as CBLBX01C's LB prefix.
       01 WS-GEN-TRAN-ID.
           05 WS-GEN-TRAN-PFX           PIC X(02) VALUE 'CK'.
           05 WS-GEN-TRAN-DATE          PIC 9(08).
           05 WS-GEN-TRAN-SFX           PIC 9(06).

      * Clearing report lines (sole-writer convention)
       01 WS-CHK-RPT-HEADER.
           05 FILLER                    PIC X(40)
                   VALUE 'CONVENIENCE CHECK CLEARING REPORT'.
           05 FILLER                    PIC X(12)
                   VALUE 'FILE DATE: '.
           05 WS-CHK-RPT-DATE           PIC X(10).
           05 FILLER                    PIC X(07)
                   VALUE ' BANK: '.
           05 WS-CHK-RPT-BANK           PIC X(10).
           05 FILLER                    PIC X(53) VALUE SPACES.
       01 WS-CHK-RPT-LINE.
           05 FILLER                    PIC X(06)
                   VALUE 'ACCT '.
           05 WS-CHK-RPT-ACCT           PIC 9(11).
           05 FILLER                    PIC X(08)
                   VALUE ' CHECK '.
           05 WS-CHK-RPT-CHECK          PIC 9(10).
           05 FILLER                    PIC X(06)
                   VALUE ' AMT '.
           05 WS-CHK-RPT-AMT            PIC -(8)9.99.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 WS-CHK-RPT-VERDICT        PIC X(48).
           05 FILLER                    PIC X(29) VALUE SPACES.
       01 WS-CHK-RPT-TOTAL-LINE.
           05 WS-CHK-RPT-TOT-LABEL      PIC X(24).
           05 WS-CHK-RPT-TOT-COUNT      PIC 9(09).
           05 FILLER                    PIC X(09)
                   VALUE '  AMOUNT '.
           05 WS-CHK-RPT-TOT-AMT        PIC -(11)9.99.
           05 FILLER                    PIC X(76) VALUE SPACES.
       01 WS-CHK-RPT-BLANK              PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
      * JCL PARM interface: the business date the file must be
      * for, YYYY-MM-DD
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
      *****************************************************************
       PROCEDURE DIVISION USING EXTERNAL-PARMS.
      * Main control: pass 1 proves the file, pass 2 decides.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBCHK01C'.
           DISPLAY 'RUN DATE: ' PARM-DATE
           PERFORM 0000-CHKCLR-OPEN.
           PERFORM 0100-CHECKBK-OPEN.
           PERFORM 0200-CHKITEM-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           PERFORM 0400-XREFFILE-OPEN.
           PERFORM 0500-DALYTRAN-OPEN.
           PERFORM 0600-CHKRTN-OPEN.
           PERFORM 0700-CHKRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 8200-BATCHSTS-WRITE-START.

      * Pass 1: control-total proof before anything is released
           PERFORM 1000-VERIFY-NEXT-RECORD
              THRU 1000-VERIFY-NEXT-RECORD-EXIT
              UNTIL END-OF-FILE = 'Y'.
           PERFORM 1500-PROVE-CONTROL-TOTALS.

      * Rewind for the decision pass
           PERFORM 9000-CHKCLR-CLOSE.
           PERFORM 0000-CHKCLR-OPEN.
           MOVE 'N' TO END-OF-FILE

           MOVE WS-FILE-DATE TO WS-CHK-RPT-DATE
           MOVE WS-BANK-ID   TO WS-CHK-RPT-BANK
           WRITE FD-CHKRPT-REC FROM WS-CHK-RPT-HEADER
           WRITE FD-CHKRPT-REC FROM WS-CHK-RPT-BLANK

           MOVE SPACES        TO CHKRTN-RECORD
           MOVE 'H'           TO CRH-REC-TYPE
           MOVE PARM-DATE     TO CRH-FILE-DATE
           MOVE WS-BANK-ID    TO CRH-BANK-ID
           MOVE 'CARDDEMO'    TO CRH-ORIGIN
           PERFORM 2600-WRITE-CHKRTN

           PERFORM 2000-DECIDE-NEXT-RECORD
              THRU 2000-DECIDE-NEXT-RECORD-EXIT
              UNTIL END-OF-FILE = 'Y'.

           MOVE SPACES            TO CHKRTN-RECORD
           MOVE 'T'               TO CRT-REC-TYPE
           MOVE WS-RETURNED-COUNT TO CRT-ITEM-COUNT
           MOVE WS-RETURNED-HASH  TO CRT-AMOUNT-HASH
           PERFORM 2600-WRITE-CHKRTN

           WRITE FD-CHKRPT-REC FROM WS-CHK-RPT-BLANK
           MOVE 'CHECKS PAID           :' TO WS-CHK-RPT-TOT-LABEL
           MOVE WS-PAID-COUNT             TO WS-CHK-RPT-TOT-COUNT
           MOVE WS-PAID-AMT               TO WS-CHK-RPT-TOT-AMT
           WRITE FD-CHKRPT-REC FROM WS-CHK-RPT-TOTAL-LINE
           MOVE 'CHECKS RETURNED       :' TO WS-CHK-RPT-TOT-LABEL
           MOVE WS-RETURNED-COUNT         TO WS-CHK-RPT-TOT-COUNT
           MOVE WS-RETURNED-AMT           TO WS-CHK-RPT-TOT-AMT
           WRITE FD-CHKRPT-REC FROM WS-CHK-RPT-TOTAL-LINE

           PERFORM 9000-CHKCLR-CLOSE.
           PERFORM 9100-CHECKBK-CLOSE.
           PERFORM 9200-CHKITEM-CLOSE.
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-XREFFILE-CLOSE.
           PERFORM 9500-DALYTRAN-CLOSE.
           PERFORM 9600-CHKRTN-CLOSE.
           PERFORM 9700-CHKRPT-CLOSE.

           DISPLAY 'CHECKS PRESENTED       :' WS-ITEM-COUNT
           DISPLAY 'CHECKS PAID            :' WS-PAID-COUNT
           DISPLAY 'CHECKS RETURNED        :' WS-RETURNED-COUNT

           IF WS-RETURNED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.
           DISPLAY 'END OF EXECUTION OF PROGRAM CBCHK01C'.

           GOBACK.
      *---------------------------------------------------------------*
      * Reads the next presentment record sequentially.
      *---------------------------------------------------------------*
       0900-CHKCLR-GET-NEXT.
           READ CHKCLR-FILE INTO CHKCLR-RECORD.
           IF  CHKCLR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               IF  CHKCLR-STATUS = '10'
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
                   DISPLAY 'ERROR READING CHECK CLEARING FILE'
                   MOVE CHKCLR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-1 verification of one record: captures the header,
      * accumulates count and amount hash, captures the trailer.
      *---------------------------------------------------------------*
       1000-VERIFY-NEXT-RECORD.
           PERFORM 0900-CHKCLR-GET-NEXT
           IF  END-OF-FILE = 'Y'
               GO TO 1000-VERIFY-NEXT-RECORD-EXIT
           END-IF
           EVALUATE CLH-REC-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE CLH-FILE-DATE TO WS-FILE-DATE
                   MOVE CLH-BANK-ID   TO WS-BANK-ID
               WHEN 'D'
                   ADD 1 TO WS-ITEM-COUNT
                   IF  CLD-CHECK-AMT IS NUMERIC
                       COMPUTE WS-AMOUNT-HASH =
                          WS-AMOUNT-HASH + (CLD-CHECK-AMT * 100)
                   ELSE
                       DISPLAY 'NON-NUMERIC CHECK AMOUNT'
                       PERFORM 9999-ABEND-PROGRAM
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   MOVE CLT-ITEM-COUNT   TO WS-TRL-COUNT
                   MOVE CLT-AMOUNT-HASH  TO WS-TRL-HASH
               WHEN OTHER
                   DISPLAY 'UNKNOWN CHECK CLEARING RECORD TYPE'
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           .
       1000-VERIFY-NEXT-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The proof: header present with the run's date, trailer
      * present with matching count and hash. Any miss ABENDS
      * with nothing paid or returned.
      *---------------------------------------------------------------*
       1500-PROVE-CONTROL-TOTALS.
           IF  WS-HEADER-SEEN NOT = 'Y'
               OR WS-TRAILER-SEEN NOT = 'Y'
               DISPLAY 'CHECK CLEARING FILE MISSING HEADER OR TRAILER'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-FILE-DATE NOT = PARM-DATE
               DISPLAY 'CHECK CLEARING FILE DATE ' WS-FILE-DATE
                  ' IS NOT RUN DATE ' PARM-DATE
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-COUNT NOT = WS-ITEM-COUNT
               DISPLAY 'CHECK CLEARING COUNT MISMATCH: TRAILER '
                  WS-TRL-COUNT ' READ ' WS-ITEM-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           IF  WS-TRL-HASH NOT = WS-AMOUNT-HASH
               DISPLAY 'CHECK CLEARING AMOUNT HASH MISMATCH'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pass-2 handling of one record: each detail is decided,
      * paid or returned, and its CHKITEM record brought up to
      * date.
      *---------------------------------------------------------------*
       2000-DECIDE-NEXT-RECORD.
           PERFORM 0900-CHKCLR-GET-NEXT
           IF  END-OF-FILE = 'Y'
               OR CLD-REC-TYPE NOT = 'D'
               GO TO 2000-DECIDE-NEXT-RECORD-EXIT
           END-IF

           PERFORM 2100-EDIT-CHECK
              THRU 2100-EDIT-CHECK-EXIT

           MOVE CLD-ACCT-ID   TO WS-CHK-RPT-ACCT
           MOVE CLD-CHECK-NUM TO WS-CHK-RPT-CHECK
           MOVE CLD-CHECK-AMT TO WS-CHK-RPT-AMT
           IF  WS-RETURN-REASON = SPACES
               PERFORM 2300-WRITE-DALYTRAN
               PERFORM 2400-RECORD-PAID-ITEM
               ADD 1 TO WS-PAID-COUNT
               ADD CLD-CHECK-AMT TO WS-PAID-AMT
               MOVE 'PAID - STAGED FOR POSTING' TO WS-CHK-RPT-VERDICT
           ELSE
               PERFORM 2500-RETURN-ITEM
                  THRU 2500-RETURN-ITEM-EXIT
               ADD 1 TO WS-RETURNED-COUNT
               ADD CLD-CHECK-AMT TO WS-RETURNED-AMT
               COMPUTE WS-RETURNED-HASH =
                  WS-RETURNED-HASH + (CLD-CHECK-AMT * 100)
               STRING 'RETURNED ' WS-RETURN-REASON ' '
                      WS-RETURN-DESC
                      DELIMITED BY SIZE
                 INTO WS-CHK-RPT-VERDICT
               END-STRING
           END-IF
           WRITE FD-CHKRPT-REC FROM WS-CHK-RPT-LINE
           .
       2000-DECIDE-NEXT-RECORD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * The edits, in the order the bank is told about them: the
      * first failure decides the return reason. Leaves
      * WS-RETURN-REASON spaces when the check is good to pay,
      * with the card the draw stages under in WS-PAY-CARD.
      *---------------------------------------------------------------*
       2100-EDIT-CHECK.
           MOVE SPACES TO WS-RETURN-REASON
           MOVE SPACES TO WS-RETURN-DESC
           MOVE SPACES TO WS-PAY-CARD
           MOVE SPACES TO WS-CHK-RPT-VERDICT

           MOVE CLD-ACCT-ID TO FD-ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
              INVALID KEY
                 MOVE 'NAC' TO WS-RETURN-REASON
                 MOVE 'NO SUCH ACCOUNT' TO WS-RETURN-DESC
                 GO TO 2100-EDIT-CHECK-EXIT
           END-READ

      * The check must lie in the range issued to the account
           MOVE CLD-ACCT-ID TO FD-CHB-ACCT-ID
           READ CHECKBK-FILE INTO CHECK-BOOK-RECORD
              INVALID KEY
                 MOVE ZEROS TO CHB-FIRST-CHECK-NUM
                               CHB-LAST-CHECK-NUM
           END-READ
           IF  CHB-LAST-CHECK-NUM = ZEROS
               OR CLD-CHECK-NUM < CHB-FIRST-CHECK-NUM
               OR CLD-CHECK-NUM > CHB-LAST-CHECK-NUM
               MOVE 'NIS' TO WS-RETURN-REASON
               MOVE 'CHECK NOT ISSUED TO ACCOUNT' TO WS-RETURN-DESC
               GO TO 2100-EDIT-CHECK-EXIT
           END-IF

      * A stop or an earlier payment on the check itself
           MOVE 'N'           TO WS-ITEM-FOUND
           MOVE CLD-ACCT-ID   TO CHI-ACCT-ID
           MOVE CLD-CHECK-NUM TO CHI-CHECK-NUM
           MOVE CHI-KEY       TO FD-CHI-KEY
           READ CHKITEM-FILE INTO CHECK-ITEM-RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ITEM-FOUND
           END-READ
           IF  WS-ITEM-FOUND = 'Y'
               IF  CHI-STATUS-STOPPED
                   MOVE 'STP' TO WS-RETURN-REASON
                   MOVE 'STOP PAYMENT ON FILE' TO WS-RETURN-DESC
                   GO TO 2100-EDIT-CHECK-EXIT
               END-IF
               IF  CHI-STATUS-PAID
                   MOVE 'DUP' TO WS-RETURN-REASON
                   MOVE 'CHECK ALREADY PAID' TO WS-RETURN-DESC
                   GO TO 2100-EDIT-CHECK-EXIT
               END-IF
           END-IF

      * The account must still be open to draw on
           IF  ACCT-IS-CHARGED-OFF
               MOVE 'CHG' TO WS-RETURN-REASON
               MOVE 'ACCOUNT CHARGED OFF' TO WS-RETURN-DESC
               GO TO 2100-EDIT-CHECK-EXIT
           END-IF
           IF  ACCT-STATUS-CLOSED
               OR ACCT-STATUS-PENDING-CLOSE
               MOVE 'CLS' TO WS-RETURN-REASON
               MOVE 'ACCOUNT CLOSED' TO WS-RETURN-DESC
               GO TO 2100-EDIT-CHECK-EXIT
           END-IF

      * The draw, with the checks already paid this run, must
      * stay within the credit limit
           PERFORM 2200-FIND-RUN-PAID
           COMPUTE WS-NEW-BALANCE = ACCT-CURR-BAL
                                  + WS-RUN-PAID-SO-FAR
                                  + CLD-CHECK-AMT
           IF  WS-NEW-BALANCE > ACCT-CREDIT-LIMIT
               MOVE 'OVL' TO WS-RETURN-REASON
               MOVE 'EXCEEDS AVAILABLE CREDIT' TO WS-RETURN-DESC
               GO TO 2100-EDIT-CHECK-EXIT
           END-IF

      * The card the draw stages under
           MOVE CLD-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
               INVALID KEY
                  MOVE 'NAC' TO WS-RETURN-REASON
                  MOVE 'NO CARD ON ACCOUNT' TO WS-RETURN-DESC
                  GO TO 2100-EDIT-CHECK-EXIT
           END-READ
           MOVE XREF-CARD-NUM TO WS-PAY-CARD
           .
       2100-EDIT-CHECK-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Finds the account's entry in the run's paid-check table;
      * WS-RUN-PAID-SO-FAR is what this run has already paid on
      * it (zero when none).
      *---------------------------------------------------------------*
       2200-FIND-RUN-PAID.
           MOVE 0 TO WS-RUN-PAID-HIT
           MOVE 0 TO WS-RUN-PAID-SO-FAR
           PERFORM 2210-CHECK-RUN-PAID-ENTRY
              VARYING WS-RUN-PAID-IX FROM 1 BY 1
              UNTIL WS-RUN-PAID-IX > WS-RUN-PAID-COUNT
                 OR WS-RUN-PAID-HIT > 0
           IF  WS-RUN-PAID-HIT > 0
               MOVE WS-RUN-PAID-AMT(WS-RUN-PAID-HIT)
                 TO WS-RUN-PAID-SO-FAR
           END-IF
           EXIT.
       2210-CHECK-RUN-PAID-ENTRY.
           IF  WS-RUN-PAID-ACCT(WS-RUN-PAID-IX) = CLD-ACCT-ID
               MOVE WS-RUN-PAID-IX TO WS-RUN-PAID-HIT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Builds and appends the cleared check's DALYTRAN record:
      * type '12' category 0001, source CONVCHECK, positive
      * amount, no physical card.
      *---------------------------------------------------------------*
       2300-WRITE-DALYTRAN.
           ADD 1 TO WS-TRANID-SUFFIX
           MOVE PARM-DATE(1:4)  TO WS-GEN-TRAN-DATE(1:4)
           MOVE PARM-DATE(6:2)  TO WS-GEN-TRAN-DATE(5:2)
           MOVE PARM-DATE(9:2)  TO WS-GEN-TRAN-DATE(7:2)
           MOVE WS-TRANID-SUFFIX TO WS-GEN-TRAN-SFX

           INITIALIZE DALYTRAN-RECORD
           MOVE WS-GEN-TRAN-ID        TO DALYTRAN-ID
           MOVE '12'                  TO DALYTRAN-TYPE-CD
           MOVE 0001                  TO DALYTRAN-CAT-CD
           MOVE 'CONVCHECK'           TO DALYTRAN-SOURCE
           STRING 'Convenience check ' ,
                  CLD-CHECK-NUM ,
                  ' ' ,
                  CLD-PAYEE
                  DELIMITED BY SIZE
            INTO DALYTRAN-DESC
           END-STRING
           MOVE CLD-CHECK-AMT         TO DALYTRAN-AMT
           MOVE 0                     TO DALYTRAN-MERCHANT-ID
           MOVE CLD-PAYEE             TO DALYTRAN-MERCHANT-NAME
           MOVE SPACES                TO DALYTRAN-MERCHANT-CITY
           MOVE SPACES                TO DALYTRAN-MERCHANT-ZIP
           MOVE WS-PAY-CARD           TO DALYTRAN-CARD-NUM
           PERFORM Z-GET-DB2-FORMAT-TIMESTAMP
           MOVE DB2-FORMAT-TS         TO DALYTRAN-ORIG-TS
           MOVE DB2-FORMAT-TS         TO DALYTRAN-PROC-TS
           MOVE 'N'                   TO DALYTRAN-CARD-PRESENT
           MOVE SPACES                TO DALYTRAN-CURRENCY-CD

           WRITE FD-TRAN-RECORD FROM DALYTRAN-RECORD
           IF  DALYTRAN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           IF  WS-RUN-PAID-HIT > 0
               ADD CLD-CHECK-AMT TO WS-RUN-PAID-AMT(WS-RUN-PAID-HIT)
           ELSE
               IF  WS-RUN-PAID-COUNT < 1000
                   ADD 1 TO WS-RUN-PAID-COUNT
                   MOVE CLD-ACCT-ID
                     TO WS-RUN-PAID-ACCT(WS-RUN-PAID-COUNT)
                   MOVE CLD-CHECK-AMT
                     TO WS-RUN-PAID-AMT(WS-RUN-PAID-COUNT)
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Marks the check paid on CHKITEM, with the transaction it
      * staged as -- the record a second presentment meets.
      *---------------------------------------------------------------*
       2400-RECORD-PAID-ITEM.
           IF  WS-ITEM-FOUND = 'N'
               INITIALIZE CHECK-ITEM-RECORD
               MOVE CLD-ACCT-ID   TO CHI-ACCT-ID
               MOVE CLD-CHECK-NUM TO CHI-CHECK-NUM
           END-IF
           SET CHI-STATUS-PAID       TO TRUE
           MOVE CLD-BANK-ITEM-REF    TO CHI-BANK-ITEM-REF
           MOVE CLD-CHECK-AMT        TO CHI-PRESENTED-AMT
           MOVE PARM-DATE            TO CHI-PRESENTED-DATE
           MOVE WS-GEN-TRAN-ID       TO CHI-PAID-TRAN-ID
           MOVE SPACES               TO CHI-RETURN-REASON
           PERFORM 2700-SAVE-CHKITEM
           EXIT.
      *---------------------------------------------------------------*
      * Returns one refused check: the return record for the
      * bank, and the outcome on CHKITEM. A check that was never
      * issued (or has no account) gets no CHKITEM record -- it
      * is not one of ours to track. A stopped check keeps its
      * stop; anything else is marked returned.
      *---------------------------------------------------------------*
       2500-RETURN-ITEM.
           MOVE SPACES               TO CHKRTN-RECORD
           MOVE 'D'                  TO CRD-REC-TYPE
           MOVE CLD-ACCT-ID          TO CRD-ACCT-ID
           MOVE CLD-CHECK-NUM        TO CRD-CHECK-NUM
           MOVE CLD-CHECK-AMT        TO CRD-CHECK-AMT
           MOVE CLD-BANK-ITEM-REF    TO CRD-BANK-ITEM-REF
           MOVE CLD-PRESENTED-DATE   TO CRD-PRESENTED-DATE
           MOVE WS-RETURN-REASON     TO CRD-RETURN-REASON
           MOVE WS-RETURN-DESC       TO CRD-RETURN-DESC
           PERFORM 2600-WRITE-CHKRTN

           IF  WS-RETURN-REASON = 'NAC' OR 'NIS'
               GO TO 2500-RETURN-ITEM-EXIT
           END-IF
      * A duplicate presentment leaves the paid record as it
      * stands -- it is the proof of the first payment
           IF  WS-RETURN-REASON = 'DUP'
               GO TO 2500-RETURN-ITEM-EXIT
           END-IF

           IF  WS-ITEM-FOUND = 'N'
               INITIALIZE CHECK-ITEM-RECORD
               MOVE CLD-ACCT-ID   TO CHI-ACCT-ID
               MOVE CLD-CHECK-NUM TO CHI-CHECK-NUM
           END-IF
           IF  NOT CHI-STATUS-STOPPED
               SET CHI-STATUS-RETURNED TO TRUE
           END-IF
           MOVE CLD-BANK-ITEM-REF    TO CHI-BANK-ITEM-REF
           MOVE CLD-CHECK-AMT        TO CHI-PRESENTED-AMT
           MOVE PARM-DATE            TO CHI-PRESENTED-DATE
           MOVE SPACES               TO CHI-PAID-TRAN-ID
           MOVE WS-RETURN-REASON     TO CHI-RETURN-REASON
           PERFORM 2700-SAVE-CHKITEM
           .
       2500-RETURN-ITEM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Writes one record to the returned-item file.
      *---------------------------------------------------------------*
       2600-WRITE-CHKRTN.
           WRITE FD-CHKRTN-REC FROM CHKRTN-RECORD
           IF  CHKRTN-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECK RETURN FILE'
               MOVE CHKRTN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the check's CHKITEM record, or rewrites the one
      * read by the edits.
      *---------------------------------------------------------------*
       2700-SAVE-CHKITEM.
           MOVE CHI-KEY TO FD-CHI-KEY
           IF  WS-ITEM-FOUND = 'Y'
               REWRITE FD-CHKITEM-REC FROM CHECK-ITEM-RECORD
           ELSE
               WRITE FD-CHKITEM-REC FROM CHECK-ITEM-RECORD
           END-IF
           IF  CHKITEM-STATUS NOT = '00'
               DISPLAY 'ERROR SAVING CHECK ITEM ' CHI-KEY
               MOVE CHKITEM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
      * A second presentment later in the same file must meet
      * this record
           MOVE 'Y' TO WS-ITEM-FOUND
           EXIT.
      *---------------------------------------------------------------*
      * Opens the presentment file for sequential input.
      *---------------------------------------------------------------*
       0000-CHKCLR-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CHKCLR-FILE
           IF  CHKCLR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHECK CLEARING FILE'
               MOVE CHKCLR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the check book file for random read.
      *---------------------------------------------------------------*
       0100-CHECKBK-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT CHECKBK-FILE
           IF  CHECKBK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHECK BOOK FILE'
               MOVE CHECKBK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the check item file for random I-O.
      *---------------------------------------------------------------*
       0200-CHKITEM-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN I-O CHKITEM-FILE
           IF  CHKITEM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHECK ITEM FILE'
               MOVE CHKITEM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the account master for random read.
      *---------------------------------------------------------------*
       0300-ACCTFILE-OPEN.
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
      * Opens the daily transaction file EXTEND, so paid checks
      * append to the day's feed.
      *---------------------------------------------------------------*
       0500-DALYTRAN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN EXTEND DALYTRAN-FILE
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the returned-item file for output.
      *---------------------------------------------------------------*
       0600-CHKRTN-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CHKRTN-FILE
           IF  CHKRTN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHECK RETURN FILE'
               MOVE CHKRTN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the clearing report for output.
      *---------------------------------------------------------------*
       0700-CHKRPT-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT CHKRPT-FILE
           IF  CHKRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR OPENING CHECK CLEARING REPORT'
               MOVE CHKRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the presentment file.
      *---------------------------------------------------------------*
       9000-CHKCLR-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CHKCLR-FILE
           IF  CHKCLR-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHECK CLEARING FILE'
               MOVE CHKCLR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the check book file.
      *---------------------------------------------------------------*
       9100-CHECKBK-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CHECKBK-FILE
           IF  CHECKBK-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHECK BOOK FILE'
               MOVE CHECKBK-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the check item file.
      *---------------------------------------------------------------*
       9200-CHKITEM-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CHKITEM-FILE
           IF  CHKITEM-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHECK ITEM FILE'
               MOVE CHKITEM-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the account master.
      *---------------------------------------------------------------*
       9300-ACCTFILE-CLOSE.
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
      * Closes the cross-reference.
      *---------------------------------------------------------------*
       9400-XREFFILE-CLOSE.
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
      * Closes the daily transaction file.
      *---------------------------------------------------------------*
       9500-DALYTRAN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE DALYTRAN-FILE
           IF  DALYTRAN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING DALYTRAN FILE'
               MOVE DALYTRAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the returned-item file.
      *---------------------------------------------------------------*
       9600-CHKRTN-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CHKRTN-FILE
           IF  CHKRTN-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHECK RETURN FILE'
               MOVE CHKRTN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the clearing report.
      *---------------------------------------------------------------*
       9700-CHKRPT-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE CHKRPT-FILE
           IF  CHKRPT-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               CONTINUE
           ELSE
               DISPLAY 'ERROR CLOSING CHECK CLEARING REPORT'
               MOVE CHKRPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the clearing itself completed.
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
      * paid-check count and end timestamp.
       8300-BATCHSTS-WRITE-END.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BATCH-END-TS
           SET BATCH-STATUS-COMPLETE        TO TRUE
           MOVE WS-PAID-COUNT               TO BATCH-RECORD-COUNT
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
      * Gets the current timestamp and reformats it into the
      * DB2-style YYYY-MM-DD-HH.MM.SS.NN0000 layout used for
      * the staged check's timestamps.
      *****************************************************************
       Z-GET-DB2-FORMAT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO COBOL-TS
           MOVE COB-YYYY TO DB2-YYYY
           MOVE COB-MM   TO DB2-MM
           MOVE COB-DD   TO DB2-DD
           MOVE COB-HH   TO DB2-HH
           MOVE COB-MIN  TO DB2-MIN
           MOVE COB-SS   TO DB2-SS
           MOVE COB-MIL  TO DB2-MIL
           MOVE '0000'   TO DB2-REST
           MOVE '-' TO DB2-STREEP-1 DB2-STREEP-2 DB2-STREEP-3
           MOVE '.' TO DB2-DOT-1 DB2-DOT-2 DB2-DOT-3
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
