      *      name and mailing address. A deceased-flagged
      *      customer is suppressed (nothing mails to an
      *      estate through this pipeline) and the queue
      *      record is retired. A collection letter (DELQ,
      *      NSF) to a customer in bankruptcy is suppressed
      *      and retired the same way -- the automatic stay
      *      (or the discharge) forbids the demand, and a
      *      letter queued before the filing was recorded
      *      must not slip out after it.
      *      An adverse action letter for an applicant who was
      *      never booked (ADVA, queued by COONB00C under
      *      customer zero with the application number in
      *      LTQ-ACCT-ID -- see CVCAP01Y.cpy) takes the name
      *      and address from the CREDAPP application instead.
      *   2. Browses the LTRTMPL template for the letter code
      *      in the customer's preferred language (CUST-PREF-
      *      LANG-CD, or the application's for an applicant;
      *      blank is English). A language with no template
      *      for the letter falls back to the English one, and
      *      the letter is listed on the LTRLNG exception
      *      report so the template can be written. The
      *      merge writes the address block plus every template
      *      line to the LTREXT print extract, filling the
      *      &NAME / &ACCT / &DATE / &TEXT substitution
      *      variables (first occurrence per line).
      *      added.
      *
      * The LTRRPT summary shows letters produced by letter
      * code, plus suppressed and missing-template counts and
      * the letters with no template in the customer's
      * language.
      *
      * Files accessed:
      *   LETTERQ   - Letter queue (KSDS, dynamic I-O,
      *               sequential read + DELETE)
      *   LTRTMPL   - Letter templates (KSDS, dynamic input)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   CREDAPP   - Credit applications (KSDS, random read)
      *   LTREXT    - Letter print extract (sequential output,
      *               132)
      *   LTRRPT    - Letters-produced summary (sequential
      *               output, 132)
      *   LTRLNG    - Missing-language template exceptions
      *               (sequential output, 132)
      *
      * Receives via JCL PARM: the run date: PARM='2022-07-19'
      *
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

           SELECT CREDAPP-FILE ASSIGN TO CREDAPP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-APP-ID
                  FILE STATUS  IS CREDAPP-STATUS.

           SELECT LTREXT-FILE ASSIGN TO LTREXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LTRRPT-STATUS.

           SELECT LTRLNG-FILE ASSIGN TO LTRLNG
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LTRLNG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       01  FD-LTRTMPL-REC.
           05 FD-LTT-KEY.
              10 FD-LTT-LETTER-CODE             PIC X(04).
              10 FD-LTT-LANG-CD                 PIC X(02).
              10 FD-LTT-LINE-SEQ                PIC 9(03).
           05 FD-LTT-DATA                       PIC X(91).

       FD  CUSTDAT-FILE.
       01  FD-CUSTFILE-REC.
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the credit application VSAM (400 bytes)
       FD  CREDAPP-FILE.
       01  FD-CREDAPP-REC.
           05 FD-APP-ID                         PIC 9(11).
           05 FD-APP-DATA                       PIC X(389).

       FD  LTREXT-FILE.
       01  FD-LTREXT-REC                        PIC X(132).

       FD  LTRRPT-FILE.
       01  FD-LTRRPT-REC                        PIC X(132).

       FD  LTRLNG-FILE.
       01  FD-LTRLNG-REC                        PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVCAP01Y: 400-byte credit application record
       COPY CVCAP01Y.
       01  CREDAPP-STATUS.
           05  CREDAPP-STAT1       PIC X.
           05  CREDAPP-STAT2       PIC X.

       01  LTREXT-STATUS.
           05  LTREXT-STAT1        PIC X.
           05  LTREXT-STAT2        PIC X.
           05  LTRRPT-STAT1        PIC X.
           05  LTRRPT-STAT2        PIC X.

       01  LTRLNG-STATUS.
           05  LTRLNG-STAT1        PIC X.
           05  LTRLNG-STAT2        PIC X.

      * Summary report lines
       01  LTR-RPT-HEADER.
           05  FILLER                   PIC X(34)
           05  FILLER                   PIC X(95) VALUE SPACES.
       01  LTR-RPT-BLANK                PIC X(132) VALUE SPACES.

      * Missing-language exception report lines: one detail
      * line per queued letter whose customer's language has
      * no template, with what became of the letter
       01  LNG-RPT-HEADER.
           05  FILLER                   PIC X(52)
                   VALUE 'LETTERS WITHOUT CUSTOMER-LANGUAGE TEMPLATE'.
           05  FILLER                   PIC X(12)
                   VALUE 'RUN DATE : '.
           05  LNG-RPT-RUN-DATE         PIC X(10).
           05  FILLER                   PIC X(58) VALUE SPACES.
       01  LNG-RPT-COL-HEADER.
           05  FILLER                   PIC X(11) VALUE 'CUST ID'.
           05  FILLER                   PIC X(32) VALUE 'NAME'.
           05  FILLER                   PIC X(06) VALUE 'LANG'.
           05  FILLER                   PIC X(08) VALUE 'LETTER'.
           05  FILLER                   PIC X(13) VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(12) VALUE 'EVENT DATE'.
           05  FILLER                   PIC X(50) VALUE 'OUTCOME'.
       01  LNG-RPT-DETAIL.
           05  LNG-RPT-CUST-ID          PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LNG-RPT-NAME             PIC X(30).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LNG-RPT-LANG             PIC X(02).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  LNG-RPT-LETTER-CODE      PIC X(04).
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  LNG-RPT-ACCT-ID          PIC 9(11).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LNG-RPT-EVENT-DATE       PIC X(10).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  LNG-RPT-OUTCOME          PIC X(20).
           05  FILLER                   PIC X(30) VALUE SPACES.
       01  LNG-RPT-TOTAL-LINE.
           05  FILLER                   PIC X(30)
                   VALUE 'LETTERS LISTED              : '.
           05  LNG-RPT-TOTAL            PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(95) VALUE SPACES.

      * Print-extract letter framing lines
       01  LTR-SEPARATOR-LINE           PIC X(132) VALUE ALL '='.
       01  LTR-ADDR-LINE                PIC X(132) VALUE SPACES.
           05 WS-SUFFIX-POS         PIC S9(04) COMP VALUE 0.
           05 WS-STRING-PTR         PIC S9(04) COMP VALUE 0.
           05 WS-ACCT-ID-X          PIC X(11) VALUE SPACES.
      * The customer's preferred language (blank read as EN)
      * and the language of the template being browsed
           05 WS-LETTER-LANG        PIC X(02) VALUE 'EN'.
           05 WS-TMPL-LANG          PIC X(02) VALUE 'EN'.
       01 WS-COUNTERS.
           05 WS-QUEUE-READ         PIC 9(07) VALUE 0.
           05 WS-PRODUCED-COUNT     PIC 9(07) VALUE 0.
           05 WS-SUPPRESSED-COUNT   PIC 9(07) VALUE 0.
           05 WS-MAILRET-COUNT      PIC 9(07) VALUE 0.
           05 WS-BKR-STAY-COUNT     PIC 9(07) VALUE 0.
           05 WS-NO-TEMPLATE-COUNT  PIC 9(07) VALUE 0.
           05 WS-NO-CUSTOMER-COUNT  PIC 9(07) VALUE 0.
           05 WS-NO-LANG-TMPL-COUNT PIC 9(07) VALUE 0.

       LINKAGE SECTION.
      * JCL PARM interface: run date
           DISPLAY 'RUN DATE: ' PARM-DATE

           PERFORM 0000-FILES-OPEN.
           PERFORM 2900-WRITE-LANG-HEADER.

           PERFORM 1000-QUEUE-STEP
              UNTIL END-OF-FILE = 'Y'.

           PERFORM 3000-WRITE-SUMMARY.
           PERFORM 3200-WRITE-LANG-TOTAL.
           PERFORM 9000-FILES-CLOSE.

           DISPLAY 'QUEUE RECORDS READ     :' WS-QUEUE-READ
           DISPLAY 'LETTERS PRODUCED       :' WS-PRODUCED-COUNT
           DISPLAY 'SUPPRESSED (DECEASED)  :' WS-SUPPRESSED-COUNT
           DISPLAY 'SUPPRESSED (RET MAIL)  :' WS-MAILRET-COUNT
           DISPLAY 'SUPPRESSED (BANKRUPTCY):' WS-BKR-STAY-COUNT
           DISPLAY 'LEFT QUEUED (NO TMPL)  :' WS-NO-TEMPLATE-COUNT
           DISPLAY 'RETIRED (NO CUSTOMER)  :' WS-NO-CUSTOMER-COUNT
           DISPLAY 'NO TMPL IN CUST LANG   :' WS-NO-LANG-TMPL-COUNT
           DISPLAY 'END OF EXECUTION OF PROGRAM CBLTR01C'.
           GOBACK.
      *---------------------------------------------------------------*
              MOVE 'Y' TO WS-DELETE-FLAG
              GO TO 2000-PRODUCE-LETTER-EXIT
           END-IF
      * A customer in bankruptcy (CUST-BANKRUPTCY-STATUS,
      * COBKR00C) receives no collection letter: the past-due
      * and returned-payment notices are consumed unprinted.
      * Other correspondence still mails.
           IF CUST-BKR-NO-COLLECTION
              AND (LTQ-LETTER-CODE = 'DELQ'
                   OR LTQ-LETTER-CODE = 'NSF ')
              ADD 1 TO WS-BKR-STAY-COUNT
              MOVE 'Y' TO WS-DELETE-FLAG
              GO TO 2000-PRODUCE-LETTER-EXIT
           END-IF

           PERFORM 2100-MERGE-TEMPLATE
              THRU 2100-MERGE-TEMPLATE-EXIT
      *---------------------------------------------------------------*
      * Writes one letter to the print extract: separator,
      * address block, then every template line for the letter
      * code with its substitution variables filled. The
      * template is the one in the customer's language, else
      * the English one; a letter whose language has no
      * template is listed on the exception report either way.
      *---------------------------------------------------------------*
       2100-MERGE-TEMPLATE.
           MOVE WS-LETTER-LANG TO WS-TMPL-LANG
           PERFORM 2110-FIND-TEMPLATE
              THRU 2110-FIND-TEMPLATE-EXIT
           IF WS-TEMPLATE-FOUND = 'N'
              AND WS-TMPL-LANG NOT = 'EN'
              MOVE 'EN' TO WS-TMPL-LANG
              PERFORM 2110-FIND-TEMPLATE
                 THRU 2110-FIND-TEMPLATE-EXIT
              PERFORM 2120-WRITE-LANG-EXCEPTION
           END-IF
           IF WS-TEMPLATE-FOUND = 'N'
              GO TO 2100-MERGE-TEMPLATE-EXIT
           END-IF

           WRITE FD-LTREXT-REC FROM LTR-SEPARATOR-LINE
           MOVE SPACES         TO LTR-ADDR-LINE
       2100-MERGE-TEMPLATE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Positions the template browse on the letter code in
      * WS-TMPL-LANG and peeks its first line, before the
      * address block is committed to the extract.
      *---------------------------------------------------------------*
       2110-FIND-TEMPLATE.
           MOVE 'N' TO WS-TEMPLATE-FOUND
           MOVE LTQ-LETTER-CODE TO FD-LTT-LETTER-CODE
           MOVE WS-TMPL-LANG    TO FD-LTT-LANG-CD
           MOVE 0               TO FD-LTT-LINE-SEQ
           START LTRTMPL-FILE KEY NOT < FD-LTT-KEY
              INVALID KEY
                 GO TO 2110-FIND-TEMPLATE-EXIT
           END-START

           READ LTRTMPL-FILE NEXT RECORD INTO LETTER-TEMPLATE-RECORD
           IF LTRTMPL-STATUS NOT = '00'
              OR LTT-LETTER-CODE NOT = LTQ-LETTER-CODE
              OR LTT-LANG-CD NOT = WS-TMPL-LANG
              GO TO 2110-FIND-TEMPLATE-EXIT
           END-IF
           MOVE 'Y' TO WS-TEMPLATE-FOUND.
       2110-FIND-TEMPLATE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lists a letter whose customer's language has no
      * template: sent in English, or left queued when there
      * is no English template either.
      *---------------------------------------------------------------*
       2120-WRITE-LANG-EXCEPTION.
           ADD 1 TO WS-NO-LANG-TMPL-COUNT
           MOVE LTQ-CUST-ID      TO LNG-RPT-CUST-ID
           MOVE WS-CUST-NAME     TO LNG-RPT-NAME
           MOVE WS-LETTER-LANG   TO LNG-RPT-LANG
           MOVE LTQ-LETTER-CODE  TO LNG-RPT-LETTER-CODE
           MOVE LTQ-ACCT-ID      TO LNG-RPT-ACCT-ID
           MOVE LTQ-EVENT-DATE   TO LNG-RPT-EVENT-DATE
           IF WS-TEMPLATE-FOUND = 'Y'
              MOVE 'SENT IN ENGLISH'   TO LNG-RPT-OUTCOME
           ELSE
              MOVE 'LEFT QUEUED'       TO LNG-RPT-OUTCOME
           END-IF
           WRITE FD-LTRLNG-REC FROM LNG-RPT-DETAIL
           IF LTRLNG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LANGUAGE EXCEPTIONS'
              MOVE LTRLNG-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Substitutes and writes the template line in hand, then
      * reads the next; the browse ends at the first line of
      * another letter code or language, or end of file.
      *---------------------------------------------------------------*
       2150-WRITE-TEMPLATE-LINE.
           MOVE SPACES        TO WS-WORK-LINE
           READ LTRTMPL-FILE NEXT RECORD INTO LETTER-TEMPLATE-RECORD
           IF LTRTMPL-STATUS NOT = '00'
              OR LTT-LETTER-CODE NOT = LTQ-LETTER-CODE
              OR LTT-LANG-CD NOT = WS-TMPL-LANG
              MOVE 'Y' TO WS-TMPL-EOF
           END-IF
           EXIT.
             TO LTR-RPT-MISC-DESC
           MOVE WS-MAILRET-COUNT     TO LTR-RPT-MISC-COUNT
           WRITE FD-LTRRPT-REC FROM LTR-RPT-MISC-LINE
           MOVE 'SUPPRESSED (BANKRUPTCY)     : '
             TO LTR-RPT-MISC-DESC
           MOVE WS-BKR-STAY-COUNT    TO LTR-RPT-MISC-COUNT
           WRITE FD-LTRRPT-REC FROM LTR-RPT-MISC-LINE
           MOVE 'LEFT QUEUED (NO TEMPLATE)   : '
             TO LTR-RPT-MISC-DESC
           MOVE WS-NO-TEMPLATE-COUNT TO LTR-RPT-MISC-COUNT
             TO LTR-RPT-MISC-DESC
           MOVE WS-NO-CUSTOMER-COUNT TO LTR-RPT-MISC-COUNT
           WRITE FD-LTRRPT-REC FROM LTR-RPT-MISC-LINE
           MOVE 'NO TEMPLATE IN CUST LANGUAGE: '
             TO LTR-RPT-MISC-DESC
           MOVE WS-NO-LANG-TMPL-COUNT TO LTR-RPT-MISC-COUNT
           WRITE FD-LTRRPT-REC FROM LTR-RPT-MISC-LINE
           IF LTRRPT-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LETTER SUMMARY'
              MOVE LTRRPT-STATUS TO IO-STATUS
           WRITE FD-LTRRPT-REC FROM LTR-RPT-CODE-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Heads the missing-language exception report.
      *---------------------------------------------------------------*
       2900-WRITE-LANG-HEADER.
           MOVE PARM-DATE TO LNG-RPT-RUN-DATE
           WRITE FD-LTRLNG-REC FROM LNG-RPT-HEADER
           WRITE FD-LTRLNG-REC FROM LTR-RPT-BLANK
           WRITE FD-LTRLNG-REC FROM LNG-RPT-COL-HEADER
           EXIT.
      *---------------------------------------------------------------*
      * Closes the missing-language exception report with its
      * count.
      *---------------------------------------------------------------*
       3200-WRITE-LANG-TOTAL.
           MOVE WS-NO-LANG-TMPL-COUNT TO LNG-RPT-TOTAL
           WRITE FD-LTRLNG-REC FROM LTR-RPT-BLANK
           WRITE FD-LTRLNG-REC FROM LNG-RPT-TOTAL-LINE
           IF LTRLNG-STATUS NOT = '00'
              DISPLAY 'ERROR WRITING LANGUAGE EXCEPTIONS'
              MOVE LTRLNG-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the queued letter's customer and formats the
      * name, and takes the customer's preferred language.
      * Missing customers are retired by the caller.
      * Customer zero is an applicant never booked: the name
      * and address come from the application instead.
      *---------------------------------------------------------------*
       5000-READ-CUSTOMER.
           MOVE 'Y' TO WS-CUST-FOUND
           IF LTQ-CUST-ID = ZERO
              PERFORM 5050-READ-APPLICANT
           ELSE
              MOVE LTQ-CUST-ID TO FD-CUST-ID
              READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                 INVALID KEY
                    MOVE 'N' TO WS-CUST-FOUND
              END-READ
           END-IF
           IF WS-CUST-FOUND = 'Y'
              MOVE SPACES TO WS-CUST-NAME
              STRING CUST-FIRST-NAME DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     CUST-LAST-NAME DELIMITED BY SPACE
                INTO WS-CUST-NAME
              IF CUST-PREF-LANG-CD = SPACES OR LOW-VALUES
                 MOVE 'EN' TO WS-LETTER-LANG
              ELSE
                 MOVE CUST-PREF-LANG-CD TO WS-LETTER-LANG
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the application numbered in LTQ-ACCT-ID and
      * builds a customer record holding only the applicant's
      * name and mailing address.
      *---------------------------------------------------------------*
       5050-READ-APPLICANT.
           MOVE LTQ-ACCT-ID TO FD-APP-ID
           READ CREDAPP-FILE INTO CREDIT-APPLICATION-RECORD
              INVALID KEY
                 MOVE 'N' TO WS-CUST-FOUND
           END-READ
           IF WS-CUST-FOUND = 'Y'
              INITIALIZE CUSTOMER-RECORD
              MOVE APP-FIRST-NAME    TO CUST-FIRST-NAME
              MOVE APP-MIDDLE-NAME   TO CUST-MIDDLE-NAME
              MOVE APP-LAST-NAME     TO CUST-LAST-NAME
              MOVE APP-ADDR-LINE-1   TO CUST-ADDR-LINE-1
              MOVE APP-ADDR-STATE-CD TO CUST-ADDR-STATE-CD
              MOVE APP-ADDR-ZIP      TO CUST-ADDR-ZIP
              MOVE APP-PREF-LANG-CD  TO CUST-PREF-LANG-CD
           END-IF
           EXIT.
      *---------------------------------------------------------------*
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN INPUT CREDAPP-FILE
           IF CREDAPP-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING CREDIT APPLICATION FILE'
              MOVE CREDAPP-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT LTREXT-FILE
           IF LTREXT-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LETTER EXTRACT'
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           OPEN OUTPUT LTRLNG-FILE
           IF LTRLNG-STATUS NOT = '00'
              DISPLAY 'ERROR OPENING LANGUAGE EXCEPTIONS'
              MOVE LTRLNG-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes every file. Abends on failure.
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE CREDAPP-FILE
           IF CREDAPP-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING CREDIT APPLICATION FILE'
              MOVE CREDAPP-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE LTREXT-FILE
           IF LTREXT-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING LETTER EXTRACT'
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE LTRLNG-FILE
           IF LTRLNG-STATUS NOT = '00'
              DISPLAY 'ERROR CLOSING LANGUAGE EXCEPTIONS'
              MOVE LTRLNG-STATUS TO IO-STATUS
              PERFORM 9910-DISPLAY-IO-STATUS
              PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.

      *---------------------------------------------------------------*
