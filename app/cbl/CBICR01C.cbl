      * figure -- the difference is flagged when it exceeds
      * the PARM tolerance.
      *
      * Every priced purchase is also written to the ICRDTL
      * extract (CVICR02Y.cpy) with the interchange computed
      * for it, so the CBPRF01C profitability batch can credit
      * each account with the same figures this report totals.
      *
      * Files accessed:
      *   TRANSACT  - Posted transactions (KSDS, sequential)
      *   MERCHANT  - Merchant master (KSDS, random read)
      *   INTRRATE  - Interchange rate table (KSDS, random
      *               read)
      *   ICRRPT    - Revenue report (sequential output, 132)
      *   ICRDTL    - Priced purchase detail (sequential
      *               output, 80)
      *
      * Receives via JCL PARM: the statement month, the
      * network's remitted figure, and the tolerance (both in
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ICRRPT-STATUS.

           SELECT ICRDTL-FILE ASSIGN TO ICRDTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS ICRDTL-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ICRRPT-FILE.
       01  FD-ICRRPT-REC                        PIC X(132).

      * FD for the priced purchase detail extract (80 bytes)
       FD  ICRDTL-FILE.
       01  FD-ICRDTL-REC                        PIC X(80).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  ICRRPT-STAT1        PIC X.
           05  ICRRPT-STAT2        PIC X.

      * CVICR02Y: 80-byte priced purchase detail record
       COPY CVICR02Y.
       01  ICRDTL-STATUS.
           05  ICRDTL-STAT1        PIC X.
           05  ICRDTL-STAT2        PIC X.

      * Revenue report lines
       01  ICR-RPT-HEADER.
           05  FILLER                   PIC X(36)
           END-IF

           PERFORM 2200-ACCUMULATE-CATEGORY
           PERFORM 2300-WRITE-DETAIL
           ADD 1               TO WS-TOTAL-COUNT
           ADD TRAN-AMT        TO WS-TOTAL-VOLUME
           ADD WS-ITEM-INTCHG  TO WS-TOTAL-EXPECTED
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the priced purchase to the ICRDTL extract.
      * Abends on failure -- a short extract would understate
      * the accounts' revenue downstream.
      *---------------------------------------------------------------*
       2300-WRITE-DETAIL.
           INITIALIZE INTERCHANGE-DETAIL-RECORD
           MOVE TRAN-ID              TO ICD-TRAN-ID
           MOVE TRAN-CARD-NUM        TO ICD-CARD-NUM
           MOVE TRAN-PROC-TS(1:10)   TO ICD-PROC-DATE
           MOVE WS-WORK-CATEGORY     TO ICD-CATEGORY-CD
           MOVE TRAN-CARD-PRESENT    TO ICD-CARD-PRESENT
           MOVE TRAN-AMT             TO ICD-AMOUNT
           MOVE WS-ITEM-INTCHG       TO ICD-INTERCHANGE
           WRITE FD-ICRDTL-REC FROM INTERCHANGE-DETAIL-RECORD
           IF ICRDTL-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING INTERCHANGE DETAIL'
              MOVE ICRDTL-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the revenue report: per-category lines, the
      * computed total, and the remittance reconciliation with
      * the out-of-tolerance flag.
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT ICRDTL-FILE
           IF ICRDTL-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING INTERCHANGE DETAIL'
              MOVE ICRDTL-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes every file. Abends on failure.
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE ICRDTL-FILE
           IF ICRDTL-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING INTERCHANGE DETAIL'
              MOVE ICRDTL-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
