      * Program     : CBACT09C.CBL
      * Application : CardDemo
      * Type        : BATCH COBOL Program
      * Function    : Year-end 1099-style interest tax summary report
      *               and 1099-C cancellation-of-debt extract.
      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      * for its type/category table, and printed as one summary
      * line per customer plus a grand total.
      *
      * A second pass reads the settlement offer file (SETTLE)
      * for the 1099-C cancellation-of-debt extract: every offer
      * CBSTL01C closed as SETTLED in the tax year whose forgiven
      * balance is $600.00 or more gets one TAX1099C record
      * (CVTAX02Y.cpy) naming the debtor -- resolved from the
      * account through XREFFILE's account alternate key, then
      * CUSTFILE -- the settlement date and the amount
      * discharged, and one line in a second TAXRPT section.
      * Settlements under the threshold are counted, not
      * extracted.
      *
      * Files accessed:
      *   TRANFILE  - Transaction master (sequential input)
      *   XREFFILE  - Card cross-reference (KSDS, random read by
      *               card number, and by alternate key
      *               FD-XREF-ACCT-ID for settled accounts)
      *   CUSTFILE  - Customer master (KSDS, random read by
      *               customer ID)
      *   SETTLE    - Settlement offers (KSDS, sequential read)
      *   TAXRPT    - Year-end tax summary report output
      *               (sequential, 132-col)
      *   TAX1099C  - 1099-C cancellation-of-debt extract
      *               (sequential output, 250 bytes)
      *
      * Receives PARM-DATE via JCL PARM; PARM-DATE(1:4) is taken
      * as the tax year to summarize, the same way CBACT05C and
      *
      * Copybooks: CVTRA05Y (transaction record), CVACT03Y
      *            (cross-reference record), CVCUS01Y (customer
      *            record), CVTAX01Y (report line formats),
      *            CVSTL01Y (settlement offer record), CVTAX02Y
      *            (1099-C extract record)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBACT09C.

      * XREF-FILE: Card cross-reference VSAM KSDS, random read
      *   by its primary key (card number) -- the same key
      *   CBACT04C's XREF-FILE is defined on -- and by the
      *   account alternate key for the 1099-C debtor.
           SELECT XREF-FILE ASSIGN TO XREFFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-XREF-CARD-NUM
                  ALTERNATE RECORD KEY IS FD-XREF-ACCT-ID
                  FILE STATUS  IS XREFFILE-STATUS.

      * Token vault (CVTKN01Y.cpy), read by the TOKEN-ID
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTFILE-STATUS.

      * SETTLE-FILE: Settlement offer VSAM KSDS, read start to
      *   end for the offers settled in the tax year.
           SELECT SETTLE-FILE ASSIGN TO SETTLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SETL-ACCT-ID
                  FILE STATUS  IS SETTLE-STATUS.

      * REPORT-FILE: Output report, sequential 132-char lines
           SELECT REPORT-FILE ASSIGN TO TAXRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TAXRPT-STATUS.

      * TAX1099C-FILE: 1099-C extract for the tax reporting vendor
           SELECT TAX1099C-FILE ASSIGN TO TAX1099C
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS TAX1099C-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * Settlement offer - 150-byte record: account ID key
      *   plus the offer and its outcome
       FD  SETTLE-FILE.
       01  FD-SETTLE-REC.
           05 FD-SETL-ACCT-ID                   PIC 9(11).
           05 FD-SETL-DATA                      PIC X(139).

      * Report output - 132-byte standard print line width
       FD  REPORT-FILE.
       01 FD-TAXRPT-REC         PIC X(132).

      * 1099-C extract - 250-byte record (CVTAX02Y.cpy)
       FD  TAX1099C-FILE.
       01 FD-TAX1099C-REC       PIC X(250).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05 TAXRPT-STAT1     PIC X.
           05 TAXRPT-STAT2     PIC X.

      * Include 150-byte settlement offer record layout
      * See app/cpy/CVSTL01Y.cpy for field definitions
       COPY CVSTL01Y.
       01  SETTLE-STATUS.
           05  SETTLE-STAT1        PIC X.
           05  SETTLE-STAT2        PIC X.

      * Include 250-byte 1099-C extract record layout
      * See app/cpy/CVTAX02Y.cpy for field definitions
       COPY CVTAX02Y.
       01  TAX1099C-STATUS.
           05  TAX1099C-STAT1      PIC X.
           05  TAX1099C-STAT2      PIC X.

      * 1099-C reporting threshold: a forgiven balance under this
      * amount is not reportable
       01  WS-1099C-THRESHOLD           PIC S9(10)V99 VALUE 600.00.

      * Interest posting selection constants -- the same type/
      * category CBACT04C's 1300-B-WRITE-TX stamps onto every
      * interest transaction it generates.
       01 WS-REPORT-VARS.
           05 WS-TAX-YEAR               PIC X(04).
           05 WS-TOTAL-INTEREST         PIC S9(09)V99 VALUE 0.
           05 WS-1099C-COUNT            PIC S9(07) COMP-3 VALUE 0.
           05 WS-1099C-BELOW-COUNT      PIC S9(07) COMP-3 VALUE 0.
           05 WS-1099C-TOTAL            PIC S9(11)V99 VALUE 0.

      * General I/O status and binary conversion fields
      *   for displaying extended FILE STATUS codes

      * End-of-file flag and abend control fields
       01 END-OF-FILE           PIC X(01)  VALUE 'N'.
       01 WS-SETTLE-EOF         PIC X(01)  VALUE 'N'.
       01 ABCODE                PIC S9(9) BINARY.
       01 TIMING                PIC S9(9) BINARY.

           05  PARM-DATE           PIC X(10).

      *****************************************************************
      * Main control: opens the files, reads the transaction
      *   master to completion accumulating per-customer interest
      *   totals for postings in the PARM-DATE tax year, writes
      *   the summary report, then closes files.
           PERFORM 0150-TOKNVLT-OPEN.
           PERFORM 0200-CUSTFILE-OPEN.
           PERFORM 0300-TAXRPT-OPEN.
           PERFORM 0400-SETTLE-OPEN.
           PERFORM 0500-TAX1099C-OPEN.

           MOVE PARM-DATE(1:4) TO WS-TAX-YEAR


           PERFORM 1500-WRITE-SUMMARY-REPORT

      * Second pass: settlements forgiven in the tax year
           PERFORM 1600-WRITE-1099C-SECTION

           PERFORM 9000-TRANFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9150-TOKNVLT-CLOSE.
           PERFORM 9200-CUSTFILE-CLOSE.
           PERFORM 9300-TAXRPT-CLOSE.
           PERFORM 9400-SETTLE-CLOSE.
           PERFORM 9500-TAX1099C-CLOSE.

           DISPLAY '1099-C RECORDS WRITTEN : ' WS-1099C-COUNT
           DISPLAY '1099-C BELOW THRESHOLD : ' WS-1099C-BELOW-COUNT

           DISPLAY 'END OF EXECUTION OF PROGRAM CBACT09C'.

           PERFORM 1511-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Writes the 1099-C section of the report, extracting one
      *   TAX1099C record per reportable settlement on the way,
      *   then the section totals.
       1600-WRITE-1099C-SECTION.
           MOVE TAX-BLANK-LINE TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           MOVE TAX-1099C-SECTION-HEADER TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           MOVE TAX-COLUMN-HEADER-1 TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           MOVE TAX-1099C-COLUMN-HEADER TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC

           PERFORM 1610-EVALUATE-SETTLEMENT
              THRU 1610-EVALUATE-SETTLEMENT-EXIT
              UNTIL WS-SETTLE-EOF = 'Y'

           MOVE TAX-BLANK-LINE TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           MOVE WS-1099C-COUNT       TO TAX-1099C-TOT-COUNT
           MOVE WS-1099C-TOTAL       TO TAX-1099C-TOT-AMOUNT
           MOVE TAX-1099C-TOTAL-LINE TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           MOVE WS-1099C-BELOW-COUNT TO TAX-1099C-BELOW-COUNT
           MOVE TAX-1099C-BELOW-LINE TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next settlement offer and, when it was settled
      *   in the tax year with $600.00 or more forgiven, resolves
      *   the debtor and extracts it. A settled account whose
      *   cross-reference or customer is missing is skipped with
      *   a message, the same tolerance the interest pass shows.
       1610-EVALUATE-SETTLEMENT.
           READ SETTLE-FILE INTO SETTLEMENT-OFFER-RECORD
           EVALUATE SETTLE-STATUS
             WHEN '00'
                 CONTINUE
             WHEN '10'
                 MOVE 'Y' TO WS-SETTLE-EOF
                 GO TO 1610-EVALUATE-SETTLEMENT-EXIT
             WHEN OTHER
                 DISPLAY 'ERROR READING SETTLE'
                 MOVE SETTLE-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE

           IF NOT SETL-STATUS-SETTLED
              OR SETL-CLOSE-DATE(1:4) NOT = WS-TAX-YEAR
              GO TO 1610-EVALUATE-SETTLEMENT-EXIT
           END-IF
           IF SETL-FORGIVEN-AMT < WS-1099C-THRESHOLD
              ADD 1 TO WS-1099C-BELOW-COUNT
              GO TO 1610-EVALUATE-SETTLEMENT-EXIT
           END-IF

           MOVE SETL-ACCT-ID TO FD-XREF-ACCT-ID
           READ XREF-FILE INTO CARD-XREF-RECORD
            KEY IS FD-XREF-ACCT-ID
              INVALID KEY
                 DISPLAY 'NO XREF FOR SETTLED ACCOUNT : '
                         SETL-ACCT-ID
                 GO TO 1610-EVALUATE-SETTLEMENT-EXIT
           END-READ
           PERFORM 1220-LOOKUP-CUSTOMER
           IF NOT APPL-AOK
              GO TO 1610-EVALUATE-SETTLEMENT-EXIT
           END-IF

           PERFORM 1620-WRITE-1099C-RECORD
           .
       1610-EVALUATE-SETTLEMENT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Builds and writes the TAX1099C record for the settlement
      *   in hand and lists it on the report. Abends on a write
      *   failure.
       1620-WRITE-1099C-RECORD.
           INITIALIZE TAX-1099C-RECORD
           MOVE WS-TAX-YEAR          TO T1099C-TAX-YEAR
           MOVE SETL-ACCT-ID         TO T1099C-ACCT-ID
           MOVE CUST-ID              TO T1099C-CUST-ID
           MOVE CUST-SSN             TO T1099C-SSN
           MOVE CUST-FIRST-NAME      TO T1099C-FIRST-NAME
           MOVE CUST-MIDDLE-NAME     TO T1099C-MIDDLE-NAME
           MOVE CUST-LAST-NAME       TO T1099C-LAST-NAME
           MOVE CUST-ADDR-LINE-1     TO T1099C-ADDR-LINE-1
           MOVE CUST-ADDR-LINE-2     TO T1099C-ADDR-LINE-2
           MOVE CUST-ADDR-STATE-CD   TO T1099C-ADDR-STATE-CD
           MOVE CUST-ADDR-COUNTRY-CD TO T1099C-ADDR-COUNTRY-CD
           MOVE CUST-ADDR-ZIP        TO T1099C-ADDR-ZIP
           MOVE SETL-CLOSE-DATE      TO T1099C-EVENT-DATE
           MOVE SETL-FORGIVEN-AMT    TO T1099C-AMT-DISCHARGED
           SET T1099C-EVENT-BY-AGREEMENT TO TRUE

           WRITE FD-TAX1099C-REC FROM TAX-1099C-RECORD
           IF TAX1099C-STATUS = '00'
              MOVE 0 TO APPL-RESULT
           ELSE
              MOVE 12 TO APPL-RESULT
           END-IF
           IF APPL-AOK
              CONTINUE
           ELSE
              DISPLAY 'ERROR WRITING TAX1099C'
              MOVE TAX1099C-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF

           ADD 1 TO WS-1099C-COUNT
           ADD SETL-FORGIVEN-AMT TO WS-1099C-TOTAL
           MOVE SETL-ACCT-ID         TO TAX-1099C-DTL-ACCT-ID
           MOVE CUST-ID              TO TAX-1099C-DTL-CUST-ID
           MOVE SPACES               TO TAX-1099C-DTL-CUST-NAME
           STRING CUST-FIRST-NAME DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  CUST-LAST-NAME  DELIMITED BY SPACE
             INTO TAX-1099C-DTL-CUST-NAME
           MOVE SETL-CLOSE-DATE      TO TAX-1099C-DTL-EVENT-DATE
           MOVE SETL-FORGIVEN-AMT    TO TAX-1099C-DTL-AMOUNT
           MOVE TAX-1099C-DETAIL-LINE TO FD-TAXRPT-REC
           PERFORM 1511-WRITE-REPORT-REC
           EXIT.
      *---------------------------------------------------------------*
      * Low-level write routine for one report line. Abends
      *   on any non-zero FILE STATUS.
       1511-WRITE-REPORT-REC.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens SETTLE-FILE for sequential input.
      *   Abends on non-zero FILE STATUS.
       0400-SETTLE-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN INPUT SETTLE-FILE
           IF SETTLE-STATUS = '00'
              MOVE 0 TO APPL-RESULT
           ELSE
              MOVE 12 TO APPL-RESULT
           END-IF
           IF APPL-AOK
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPENING SETTLE'
              MOVE SETTLE-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens TAX1099C-FILE for sequential output.
      *   Abends on non-zero FILE STATUS.
       0500-TAX1099C-OPEN.
           MOVE 8 TO APPL-RESULT.
           OPEN OUTPUT TAX1099C-FILE
           IF TAX1099C-STATUS = '00'
              MOVE 0 TO APPL-RESULT
           ELSE
              MOVE 12 TO APPL-RESULT
           END-IF
           IF APPL-AOK
              CONTINUE
           ELSE
              DISPLAY 'ERROR OPENING TAX1099C'
              MOVE TAX1099C-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the transaction master file.
      *   Abends on non-zero FILE STATUS.
       9000-TRANFILE-CLOSE.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the settlement offer file.
      *   Abends on non-zero FILE STATUS.
       9400-SETTLE-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE SETTLE-FILE
           IF SETTLE-STATUS = '00'
              MOVE 0 TO APPL-RESULT
           ELSE
              MOVE 12 TO APPL-RESULT
           END-IF
           IF APPL-AOK
              CONTINUE
           ELSE
              DISPLAY 'ERROR CLOSING SETTLE'
              MOVE SETTLE-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the 1099-C extract.
      *   Abends on non-zero FILE STATUS.
       9500-TAX1099C-CLOSE.
           MOVE 8 TO APPL-RESULT.
           CLOSE TAX1099C-FILE
           IF TAX1099C-STATUS = '00'
              MOVE 0 TO APPL-RESULT
           ELSE
              MOVE 12 TO APPL-RESULT
           END-IF
           IF APPL-AOK
              CONTINUE
           ELSE
              DISPLAY 'ERROR CLOSING TAX1099C'
              MOVE TAX1099C-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Terminates the program abnormally via CEE3ABD
      *   with abend code 999. Called on any I/O error.
       9999-ABEND-PROGRAM.
