      * PARM the run behaves as it always has: every account,
      * every transaction on file, run date = today.
      *
      * Regulatory disclosures: after the total line each
      * statement carries the interest charge calculation by
      * balance type (APR, balance subject to interest and
      * interest charged, as CBACT04C's cycle close kept them on
      * INTCALC), the fees and interest charged in the period
      * and in the year to date, the late payment warning and
      * the minimum payment warning (months and total cost of
      * paying only the minimum against paying off in 36
      * months). Their lines are archived under their section
      * (SAR-LINE-SECTION, CVSTA01Y.cpy), which CBSDL01C hands
      * on to the print vendor. The year-to-date totals build
      * on the last archived summary earlier in the same year
      * (1140), adding the transactions dated after it; with
      * none on file the year is summed from the transactions.
      *
      * Statement language: each statement, and each
      * consolidated document, prints in the customer's
      * preferred language (CUST-PREF-LANG-CD) -- headings,
      * labels and disclosure wording come from CVSTM02Y.cpy
      * (1108). Spanish has its own set; any other preference
      * prints in English. The language printed is kept on the
      * archive summary record (SAR-SUM-LANG-CD) so CBSDL01C can
      * tell the print vendor which inserts to use.
      *
      * Statement messages: the messages on STMTMSG live on the
      * run date (CVSMS01Y.cpy) are held in priority order, and
      * each statement prints the first three whose targeting
      * -- product, state, delinquency stage, FICO band,
      * e-statement or paper, language -- fits its account and
      * customer, as a section of their own ('S') after the
      * disclosures. The archive summary keeps the messages'
      * IDs and the vendor inserts they ask for (SAR-SUM-MSG),
      * which CBSDL01C hands to the print vendor and CBSMS01C
      * counts for the cycle report.
      *
      * Invoked by: CBSTM03A.jcl
      *
      * Files accessed:
      *               summary + line records per statement)
      *   STMCHKPT  - Checkpoint/restart state (sequential,
      *               rewritten after each completed account)
      *   INTCALC   - Interest charge calculation (KSDS, input,
      *               browsed per statement; optional)
      *   STMTMSG   - Statement messages (KSDS, input, read
      *               through once at start; optional)
      *
      * Copybooks: CVTRA05Y (transaction record),
      *            CVACT03Y (cross-reference record),
      *            CVACT01Y (account record),
      *            CVCUS01Y (customer record),
      *            CVSTM01Y (statement line formats),
      *            CVSTM02Y (statement text by language),
      *            CVSMS01Y (statement message record)
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CBSTM03A.
                  RECORD KEY   IS FD-SAR-KEY
                  FILE STATUS  IS STMTARCH-STATUS.

      * INTCALC-FILE: Interest charge calculation (see
      *   CVICC01Y.cpy) -- the account row read by key and the
      *   balance rows browsed for the statement's disclosure
      *   sections.
           SELECT INTCALC-FILE ASSIGN TO INTCALC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-ICC-KEY
                  FILE STATUS  IS INTCALC-STATUS.

      * STMTMSG-FILE: Statement messages (see CVSMS01Y.cpy) --
      *   read through once at start of run; the messages live
      *   on the run date are held in storage for selection.
           SELECT STMTMSG-FILE ASSIGN TO STMTMSG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS FD-SMS-MSG-ID
                  FILE STATUS  IS STMTMSG-STATUS.

      * STMCHKPT-FILE: Checkpoint/restart state -- the last
      *   completed account and running counters, rewritten in
      *   full after every statement, the same convention
       FD  STMCHKPT-FILE.
       01 FD-STMCHKPT-REC       PIC X(80).

      * Interest charge calculation - 120-byte keyed record:
      *   27-byte composite key (account + cycle date + balance
      *   type and category)
       FD  INTCALC-FILE.
       01 FD-INTCALC-REC.
          05 FD-ICC-KEY         PIC X(27).
          05 FD-ICC-DATA        PIC X(93).

      * Statement message - 250-byte keyed record: 8-byte
      *   message ID key
       FD  STMTMSG-FILE.
       01 FD-STMTMSG-REC.
          05 FD-SMS-MSG-ID      PIC X(08).
          05 FD-SMS-DATA        PIC X(242).

      * File descriptor for the BATCHSTS VSAM dataset
       FD  BATCHSTS-FILE.
       01  FD-BATCHSTS-REC.
      *   account header, address, summary, column header,
      *   detail line, total line (CVSTM01Y.cpy)
       COPY CVSTM01Y.
      * Include the statement wording in each supported language,
      *   moved onto the print lines for the customer's preferred
      *   language before each statement (CVSTM02Y.cpy)
       COPY CVSTM02Y.
      * Language the statement in progress is printed in, kept
      *   on its archive summary record for the print vendor
       01 WS-STMT-LANG-CD       PIC X(02) VALUE 'EN'.
       01 STMTFILE-STATUS.
           05 STMTFILE-STAT1     PIC X.
           05 STMTFILE-STAT2     PIC X.
      *   reset at each statement header; sequence 0 is the
      *   summary record written at statement close
       01 WS-ARCH-LINE-SEQ      PIC 9(04) VALUE 0.
      * Disclosure section of the lines being written (see
      *   SAR-LINE-SECTION); space for the statement body
       01 WS-STMT-SECTION       PIC X(01) VALUE SPACE.

      * Include 120-byte interest charge calculation record
      * See app/cpy/CVICC01Y.cpy for field definitions
       COPY CVICC01Y.
       01 INTCALC-STATUS.
           05 INTCALC-STAT1      PIC X.
           05 INTCALC-STAT2      PIC X.
      * Whether the calculation file opened -- without it the
      *   interest charge calculation is left off and the late
      *   payment warning falls back to its generic wording
       01 WS-INTCALC-AVAILABLE  PIC X(01) VALUE 'N'.

      * Include 250-byte statement message record
      * See app/cpy/CVSMS01Y.cpy for field definitions
       COPY CVSMS01Y.
       01 STMTMSG-STATUS.
           05 STMTMSG-STAT1      PIC X.
           05 STMTMSG-STAT2      PIC X.
      * The messages live on the run date, in print order
      *   (priority, then message ID), and the ones chosen for
      *   the statement in progress -- up to three, as
      *   subscripts into the live table. A site without the
      *   message file statements with no messages.
       01 WS-MSG-VARS.
           05 WS-MSG-EOF         PIC X(01) VALUE 'N'.
           05 WS-MSG-MAX         PIC S9(04) COMP VALUE 200.
           05 WS-MSG-COUNT       PIC S9(04) COMP VALUE 0.
           05 WS-MSG-SUB         PIC S9(04) COMP VALUE 0.
           05 WS-MSG-POS         PIC S9(04) COMP VALUE 0.
           05 WS-MSG-LINE-SUB    PIC S9(04) COMP VALUE 0.
           05 WS-MSG-STMT-MAX    PIC S9(04) COMP VALUE 3.
           05 WS-STMT-MSG-COUNT  PIC S9(04) COMP VALUE 0.
           05 WS-STMT-MSG-SUB    PIC S9(04) COMP VALUE 0.
           05 WS-STMT-MSG-PICK   PIC S9(04) COMP VALUE 0
                                  OCCURS 3 TIMES.
      * The statement in progress goes out as an e-statement
      *   (the CBSDL01C routing rule: email contact, holder not
      *   deceased) rather than on paper
           05 WS-STMT-ESTMT      PIC X(01) VALUE 'N'.
           05 WS-MSG-STMTS       PIC 9(09) VALUE 0.
       01 WS-MSG-TABLE.
           05 WS-MSG-ENTRY       OCCURS 200 TIMES.
              10 WS-MSG-E-PRIORITY PIC 9(03).
              10 WS-MSG-E-RECORD   PIC X(250).

      * Disclosure controls: the statement's fees and interest
      *   for the period and the year to date, the date the
      *   year-to-date base runs through (a prior summary's
      *   cycle date, or YYYY-00-00 for the whole year), the
      *   prior-summary search date, the account row found
      *   flag and the balance-type line being built
       01 WS-DISCLOSURE-VARS.
           05 WS-STMT-FEES-CYCLE PIC S9(07)V99 VALUE 0.
           05 WS-STMT-INT-CYCLE  PIC S9(07)V99 VALUE 0.
           05 WS-STMT-FEES-YTD   PIC S9(09)V99 VALUE 0.
           05 WS-STMT-INT-YTD    PIC S9(09)V99 VALUE 0.
           05 WS-YTD-BASE-DATE   PIC X(10) VALUE SPACES.
           05 WS-YTD-FOUND       PIC X(01) VALUE 'N'.
           05 WS-YTD-SEEK-DATE   PIC X(10) VALUE SPACES.
           05 FILLER REDEFINES WS-YTD-SEEK-DATE.
              10 FILLER             PIC X(05).
              10 WS-YTD-SEEK-MM     PIC 9(02).
              10 FILLER             PIC X(03).
           05 WS-CHARGE-KIND     PIC X(01) VALUE SPACE.
              88 CHARGE-IS-FEE              VALUE 'F'.
              88 CHARGE-IS-INTEREST         VALUE 'I'.
              88 CHARGE-IS-NONE             VALUE SPACE.
           05 WS-ICC-ACCT-FOUND  PIC X(01) VALUE 'N'.
           05 WS-ICC-EOF         PIC X(01) VALUE 'N'.
           05 WS-ICC-HOLD-TYPE   PIC X(02) VALUE SPACES.
           05 WS-ICC-HOLD-APR    PIC S9(04)V99 VALUE 0.
           05 WS-ICC-HOLD-BAL    PIC S9(11)V99 VALUE 0.
           05 WS-ICC-HOLD-INT    PIC S9(09)V99 VALUE 0.
           05 WS-ICC-HOLD-BASIS  PIC X(01) VALUE SPACE.
           05 WS-MPW-SAVINGS     PIC S9(11)V99 VALUE 0.

      * Two-byte FILE STATUS for BATCHSTS VSAM dataset
       01  BATCHSTS-STATUS.
           PERFORM 0400-CUSTDAT-OPEN.
           PERFORM 0450-SKIPPAY-OPEN.
           PERFORM 0450-STMTARCH-OPEN.
           PERFORM 0460-INTCALC-OPEN.
      * Opens BATCHSTS, runs the business-date rerun check,
      *   and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:10) TO WS-RUN-DATE
           END-IF.
      * The statement messages live on the run date
           PERFORM 0470-LOAD-STMT-MESSAGES
              THRU 0470-LOAD-STMT-MESSAGES-EXIT.

      * A restart resumes at the account after the last one the
      *   abended run completed; everything at or below it is
           PERFORM 9400-CUSTDAT-CLOSE.
           PERFORM 9450-SKIPPAY-CLOSE.
           PERFORM 9500-STMTARCH-CLOSE.
           PERFORM 9550-INTCALC-CLOSE.

      * Run completed normally -- record a completed checkpoint
      *   so the next cycle starts from the beginning
           PERFORM 8010-WRITE-CHECKPOINT-COMPLETE.
           DISPLAY 'STATEMENTS GENERATED   :' WS-STMT-COUNT
           DISPLAY 'STATEMENTS WITH MESSAGES:' WS-MSG-STMTS

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
      *   exclusive through cycle date inclusive) belongs to
      *   another cycle's statement and is dropped here.
       1100-WRITE-STMT-DETAIL.
      * A fee or interest charge dated in the year after the
      *   year-to-date base counts toward the year's totals,
      *   whether or not it falls in this statement's period
           PERFORM 1105-CLASSIFY-CHARGE
           IF NOT CHARGE-IS-NONE
              AND TRAN-ORIG-TS(1:4)  = WS-RUN-DATE(1:4)
              AND TRAN-ORIG-TS(1:10) > WS-YTD-BASE-DATE
              AND TRAN-ORIG-TS(1:10) NOT > WS-RUN-DATE
              IF CHARGE-IS-FEE
                 ADD TRAN-AMT TO WS-STMT-FEES-YTD
              ELSE
                 ADD TRAN-AMT TO WS-STMT-INT-YTD
              END-IF
           END-IF
           IF CYCLE-MODE-ON
              IF TRAN-ORIG-TS(1:10) NOT > WS-PRIOR-CYCLE-DATE
                 OR TRAN-ORIG-TS(1:10) > WS-RUN-DATE
           PERFORM 1111-WRITE-STMT-REC
           ADD 1 TO WS-LINE-COUNTER
                    WS-STMT-TRAN-COUNT
           ADD TRAN-AMT TO WS-STMT-NET-AMOUNT
           IF CHARGE-IS-FEE
              ADD TRAN-AMT TO WS-STMT-FEES-CYCLE
           END-IF
           IF CHARGE-IS-INTEREST
              ADD TRAN-AMT TO WS-STMT-INT-CYCLE
           END-IF.
       1100-WRITE-STMT-DETAIL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sorts the transaction in hand for the fees and interest
      *   totals, the same buckets the profitability batch
      *   (CBPRF01C) uses: interest billed, less nonaccrual and
      *   SCRA reversals; the fee categories, less waivers.
       1105-CLASSIFY-CHARGE.
           SET CHARGE-IS-NONE TO TRUE
           EVALUATE TRUE
               WHEN TRAN-TYPE-CD = '01' AND TRAN-CAT-CD = 5
               WHEN TRAN-TYPE-CD = '07' AND TRAN-CAT-CD = 12
               WHEN TRAN-TYPE-CD = '06'
                    AND TRAN-SOURCE = 'SCRARECALC'
                   SET CHARGE-IS-INTEREST TO TRUE
               WHEN TRAN-TYPE-CD = '07'
                    AND (TRAN-CAT-CD = 1 OR 2 OR 5 OR 6
                                    OR 7 OR 8 OR 9)
               WHEN TRAN-TYPE-CD = '06'
                    AND TRAN-SOURCE = 'FEEWAIVER'
                   SET CHARGE-IS-FEE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Loads the statement wording for the customer in hand:
      *   the Spanish set for a Spanish-language customer, the
      *   English set for everyone else (English, no preference
      *   on file, or a language with no statement set yet).
      *   The all-text lines and the labels of lines that are
      *   not re-initialized per statement are put in place
      *   here; the heading and total lines pick up their
      *   labels as they are built.
       1108-SET-STMT-LANGUAGE.
           IF CUST-LANG-SPANISH
              MOVE STMT-LANG-SPANISH TO STMT-LANG-TEXT
              MOVE 'ES' TO WS-STMT-LANG-CD
           ELSE
              MOVE STMT-LANG-ENGLISH TO STMT-LANG-TEXT
              MOVE 'EN' TO WS-STMT-LANG-CD
           END-IF
           MOVE STMT-LT-SKIP-LINE       TO STMT-SKIP-LINE
           MOVE STMT-LT-COL-HEADER      TO STMT-COLUMN-HEADER-2
           MOVE STMT-LT-INT-CALC-TITLE  TO STMT-INT-CALC-TITLE
           MOVE STMT-LT-INT-CALC-HEADER TO STMT-INT-CALC-HEADER
           MOVE STMT-LT-FEE-INT-TITLE   TO STMT-FEE-INT-TITLE
           MOVE STMT-LT-LATE-WARN-TITLE TO STMT-LATE-WARN-TITLE
           MOVE STMT-LT-LWN-IF          TO STMT-LWN-IF-LBL
                                           STMT-LWG-IF-LBL
           MOVE STMT-LT-LWN-BY          TO STMT-LWN-BY-LBL
                                           STMT-LWG-BY-LBL
           MOVE STMT-LT-LWN-FEE         TO STMT-LWN-FEE-LBL
           MOVE STMT-LT-LWN-APR         TO STMT-LWN-APR-LBL
           MOVE STMT-LT-LWN-PENALTY     TO STMT-LWN-PENALTY-LBL
           MOVE STMT-LT-LWG-FEE         TO STMT-LWG-FEE-LBL
           MOVE STMT-LT-MINPAY-TITLE    TO STMT-MINPAY-TITLE
           MOVE STMT-LT-MINPAY-INTRO-1  TO STMT-MINPAY-INTRO-1
           MOVE STMT-LT-MINPAY-INTRO-2  TO STMT-MINPAY-INTRO-2
           MOVE STMT-LT-MINPAY-HEADER   TO STMT-MINPAY-HEADER
           MOVE STMT-LT-MINPAY-NEVER    TO STMT-MINPAY-NEVER
           MOVE STMT-LT-MPW-MONTHS      TO STMT-MPW-MONTHS-LBL
           MOVE STMT-LT-MPW-SAVINGS     TO STMT-MPW-SAVINGS-LBL
           MOVE STMT-LT-MSG-TITLE       TO STMT-MSG-TITLE
           EXIT.
      *---------------------------------------------------------------*
      * Writes the heading block for a new account's
      *   statement: page header, account/customer name,
      *   mailing address, balance summary, and column
      *   headers, in the customer's preferred language.
      *   Resets the per-statement accumulators and picks the
      *   statement's messages while the account and customer
      *   are in hand.
       1110-WRITE-STMT-HEADER.
           PERFORM 1108-SET-STMT-LANGUAGE
           PERFORM 1170-SELECT-STMT-MESSAGES
           MOVE 0 TO WS-STMT-TRAN-COUNT
           MOVE 0 TO WS-STMT-NET-AMOUNT
           MOVE 0 TO WS-ARCH-LINE-SEQ
           MOVE SPACE TO WS-STMT-SECTION
           PERFORM 1140-GET-YTD-BASE

           MOVE STMT-BLANK-LINE TO FD-STMTFILE-REC
           PERFORM 1111-WRITE-STMT-REC
           ADD 1 TO WS-LINE-COUNTER

           INITIALIZE STMT-PAGE-HEADER
           MOVE STMT-LT-HDR-TITLE TO STMT-HDR-TITLE
           MOVE STMT-LT-HDR-RUN   TO STMT-HDR-RUN-LBL
           MOVE WS-RUN-DATE TO STMT-HDR-RUN-DATE
           MOVE STMT-PAGE-HEADER TO FD-STMTFILE-REC
           PERFORM 1111-WRITE-STMT-REC
           ADD 1 TO WS-LINE-COUNTER

           INITIALIZE STMT-ACCOUNT-HEADER
           MOVE STMT-LT-ACCT-ID TO STMT-ACCT-ID-LBL
           MOVE STMT-LT-ACCT-OF TO STMT-ACCT-OF-LBL
           MOVE ACCT-ID TO STMT-ACCT-ID
           MOVE WS-CUSTOMER-NAME TO STMT-ACCT-NAME
           MOVE STMT-ACCOUNT-HEADER TO FD-STMTFILE-REC
           ADD 1 TO WS-LINE-COUNTER

           INITIALIZE STMT-ADDRESS-LINE
           MOVE STMT-LT-ADDR TO STMT-ADDR-LBL
           MOVE CUST-ADDR-LINE-1 TO STMT-ADDR-LINE
           MOVE STMT-ADDRESS-LINE TO FD-STMTFILE-REC
           PERFORM 1111-WRITE-STMT-REC
           ADD 1 TO WS-LINE-COUNTER

           INITIALIZE STMT-SUMMARY-LINE
           MOVE STMT-LT-CREDIT-LIMIT TO STMT-CREDIT-LIMIT-LBL
           MOVE STMT-LT-CURR-BAL     TO STMT-CURR-BAL-LBL
           MOVE ACCT-CREDIT-LIMIT TO STMT-CREDIT-LIMIT
           MOVE ACCT-CURR-BAL    TO STMT-CURR-BALANCE
           MOVE STMT-SUMMARY-LINE TO FD-STMTFILE-REC
      * What the cardholder owes this cycle, carried on the
      *   account record by the interest batch's cycle close
           INITIALIZE STMT-SUMMARY-LINE-2
           MOVE STMT-LT-MIN-PAY   TO STMT-MIN-PAY-LBL
           MOVE STMT-LT-PAY-DUE   TO STMT-PAY-DUE-LBL
           MOVE ACCT-MIN-PAY-DUE  TO STMT-MIN-PAY-DUE
           MOVE ACCT-PAY-DUE-DATE TO STMT-PAY-DUE-DATE
           MOVE STMT-SUMMARY-LINE-2 TO FD-STMTFILE-REC
      * The statement period, when the run is cycle-driven
           IF CYCLE-MODE-ON
              INITIALIZE STMT-PERIOD-LINE
              MOVE STMT-LT-PERIOD      TO STMT-PERIOD-LBL
              MOVE STMT-LT-PERIOD-THRU TO STMT-PERIOD-THRU-LBL
              MOVE WS-PRIOR-CYCLE-DATE TO STMT-PERIOD-FROM
              MOVE WS-RUN-DATE         TO STMT-PERIOD-THRU
              MOVE STMT-PERIOD-LINE TO FD-STMTFILE-REC
      *---------------------------------------------------------------*
      * Writes the closing total line for the account
      *   currently being statemented: transaction count and
      *   net amount accumulated since the last header, then
      *   the disclosures and the statement messages, and
      *   closes out the archive with the summary record.
       1120-WRITE-STMT-TOTAL.
           IF WS-STMT-IS-FINAL = 'Y'
              PERFORM 1130-COMPLETE-PENDING-CLOSURE
              MOVE 'N' TO WS-STMT-IS-FINAL
           END-IF
           INITIALIZE STMT-TOTAL-LINE
           MOVE STMT-LT-TOT-COUNT  TO STMT-TOT-COUNT-LBL
           MOVE STMT-LT-TOT-AMOUNT TO STMT-TOT-AMOUNT-LBL
           MOVE WS-STMT-TRAN-COUNT TO STMT-TOT-COUNT
           MOVE WS-STMT-NET-AMOUNT TO STMT-TOT-AMOUNT
           MOVE STMT-TOTAL-LINE TO FD-STMTFILE-REC
           PERFORM 1111-WRITE-STMT-REC
           ADD 1 TO WS-LINE-COUNTER
           PERFORM 1150-WRITE-DISCLOSURES
           IF WS-STMT-MSG-COUNT > 0
              PERFORM 1175-MESSAGES-SECTION
           END-IF
      * Close out the archive: the sequence-0 summary record
      *   carrying the cycle's amounts, which the COSTA00C
      *   history list is built from
           MOVE ACCT-PAY-DUE-DATE  TO SAR-SUM-PAY-DUE-DATE
           MOVE WS-STMT-TRAN-COUNT TO SAR-SUM-TRAN-COUNT
           MOVE WS-STMT-NET-AMOUNT TO SAR-SUM-NET-AMOUNT
           MOVE WS-STMT-FEES-CYCLE TO SAR-SUM-FEES-CYCLE
           MOVE WS-STMT-INT-CYCLE  TO SAR-SUM-INT-CYCLE
           MOVE WS-STMT-FEES-YTD   TO SAR-SUM-FEES-YTD
           MOVE WS-STMT-INT-YTD    TO SAR-SUM-INT-YTD
           MOVE WS-STMT-LANG-CD    TO SAR-SUM-LANG-CD
           PERFORM 1178-ARCHIVE-STMT-MESSAGE
              VARYING WS-STMT-MSG-SUB FROM 1 BY 1
                UNTIL WS-STMT-MSG-SUB > WS-STMT-MSG-COUNT
           PERFORM 1115-WRITE-STMTARCH-REC
           EXIT.
      *---------------------------------------------------------------*
           EXIT.

      *---------------------------------------------------------------*
      * Sets the base the statement's year-to-date fees and
      *   interest build on. In cycle-date mode the account's
      *   last archived summary earlier in the same year
      *   carries the year's totals through its cycle date:
      *   it is sought a month at a time back from the prior
      *   cycle close (an account with no activity some month
      *   has no statement that month). A summary archived
      *   before the totals were kept does not count. With no
      *   summary found the base is the start of the year, and
      *   1100 sums the whole year from the transactions.
       1140-GET-YTD-BASE.
           MOVE 0 TO WS-STMT-FEES-CYCLE
           MOVE 0 TO WS-STMT-INT-CYCLE
           MOVE 0 TO WS-STMT-FEES-YTD
           MOVE 0 TO WS-STMT-INT-YTD
           MOVE WS-RUN-DATE(1:4) TO WS-YTD-BASE-DATE
           MOVE '-00-00'         TO WS-YTD-BASE-DATE(5:6)
           MOVE 'N' TO WS-YTD-FOUND
           IF CYCLE-MODE-ON
              MOVE WS-PRIOR-CYCLE-DATE TO WS-YTD-SEEK-DATE
              PERFORM 1145-SEEK-PRIOR-SUMMARY
                 UNTIL WS-YTD-FOUND = 'Y'
                    OR WS-YTD-SEEK-DATE(1:4) NOT = WS-RUN-DATE(1:4)
                    OR WS-YTD-SEEK-MM < 1
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the account's archived summary for the search
      *   date; a usable one becomes the year-to-date base,
      *   otherwise the search steps back a month.
       1145-SEEK-PRIOR-SUMMARY.
           INITIALIZE STMT-ARCH-RECORD
           MOVE WS-CURR-ACCT-ID  TO SAR-ACCT-ID
           MOVE WS-YTD-SEEK-DATE TO SAR-CYCLE-DATE
           MOVE 0                TO SAR-LINE-SEQ
           MOVE SAR-KEY          TO FD-SAR-KEY
           READ STMTARCH-FILE INTO STMT-ARCH-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE STMTARCH-STATUS
              WHEN '00'
                 IF SAR-TYPE-SUMMARY
                    AND SAR-SUM-FEES-YTD NUMERIC
                    AND SAR-SUM-INT-YTD NUMERIC
                    MOVE SAR-SUM-FEES-YTD TO WS-STMT-FEES-YTD
                    MOVE SAR-SUM-INT-YTD  TO WS-STMT-INT-YTD
                    MOVE WS-YTD-SEEK-DATE TO WS-YTD-BASE-DATE
                    MOVE 'Y' TO WS-YTD-FOUND
                 END-IF
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ERROR READING STATEMENT ARCHIVE'
                 MOVE STMTARCH-STATUS TO IO-STATUS
                 PERFORM 9910-DISPLAY-IO-STATUS
                 PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE
           IF WS-YTD-FOUND = 'N'
              SUBTRACT 1 FROM WS-YTD-SEEK-MM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the regulatory disclosure sections after the
      *   total line, each under its own section code: the
      *   interest charge calculation (when INTCALC holds the
      *   cycle), the fees and interest charged, and -- when a
      *   payment is due -- the late payment warning and the
      *   minimum payment warning (the latter only with the
      *   cycle's estimates on file).
       1150-WRITE-DISCLOSURES.
           IF WS-INTCALC-AVAILABLE = 'Y'
              PERFORM 1151-INT-CALC-SECTION
           END-IF
           PERFORM 1153-FEES-INT-SECTION
           PERFORM 1160-READ-ACCOUNT-CALC
           IF ACCT-MIN-PAY-DUE > ZERO
              AND ACCT-PAY-DUE-DATE NOT = SPACES
              PERFORM 1154-LATE-WARN-SECTION
              IF WS-ICC-ACCT-FOUND = 'Y'
                 AND ICC-PAYOFF-BAL > ZERO
                 PERFORM 1155-MINPAY-WARN-SECTION
              END-IF
           END-IF
           MOVE SPACE TO WS-STMT-SECTION
           EXIT.
      *---------------------------------------------------------------*
      * Interest charge calculation: browses the statement's
      *   balance rows (the account row, type '00', sorts ahead
      *   of them and is passed over) and prints one line per
      *   balance type. No rows for the cycle prints nothing.
       1151-INT-CALC-SECTION.
           MOVE 'I' TO WS-STMT-SECTION
           MOVE SPACES TO WS-ICC-HOLD-TYPE
           MOVE 'N' TO WS-ICC-EOF
           MOVE WS-CURR-ACCT-ID TO ICC-ACCT-ID
           MOVE WS-RUN-DATE     TO ICC-CYCLE-DATE
           MOVE '01'            TO ICC-TYPE-CD
           MOVE 0               TO ICC-CAT-CD
           MOVE ICC-KEY         TO FD-ICC-KEY
           START INTCALC-FILE KEY NOT < FD-ICC-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-ICC-EOF
           END-START
           PERFORM 1152-NEXT-INTCALC-ROW
              UNTIL WS-ICC-EOF = 'Y'
           IF WS-ICC-HOLD-TYPE NOT = SPACES
              PERFORM 1157-WRITE-BALANCE-TYPE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next balance row. The browse ends at end of
      *   file or the first row of another statement. Rows of
      *   one type (one per category) fold into one line: the
      *   balances and charges add, the highest APR is shown,
      *   and any charged row makes the type charged. The
      *   section's title and column header go out ahead of
      *   the first row.
       1152-NEXT-INTCALC-ROW.
           READ INTCALC-FILE NEXT RECORD INTO INT-CHARGE-CALC-RECORD
           IF INTCALC-STATUS NOT = '00'
              MOVE 'Y' TO WS-ICC-EOF
           ELSE
              IF ICC-ACCT-ID NOT = WS-CURR-ACCT-ID
                 OR ICC-CYCLE-DATE NOT = WS-RUN-DATE
                 MOVE 'Y' TO WS-ICC-EOF
              ELSE
                 IF ICC-TYPE-CD NOT = WS-ICC-HOLD-TYPE
                    IF WS-ICC-HOLD-TYPE = SPACES
                       MOVE STMT-COLUMN-HEADER-1 TO FD-STMTFILE-REC
                       PERFORM 1159-WRITE-DISCLOSURE-LINE
                       MOVE STMT-INT-CALC-TITLE TO FD-STMTFILE-REC
                       PERFORM 1159-WRITE-DISCLOSURE-LINE
                       MOVE STMT-INT-CALC-HEADER TO FD-STMTFILE-REC
                       PERFORM 1159-WRITE-DISCLOSURE-LINE
                    ELSE
                       PERFORM 1157-WRITE-BALANCE-TYPE
                    END-IF
                    MOVE ICC-TYPE-CD      TO WS-ICC-HOLD-TYPE
                    MOVE ICC-APR          TO WS-ICC-HOLD-APR
                    MOVE ICC-BAL-SUBJECT  TO WS-ICC-HOLD-BAL
                    MOVE ICC-INT-CHARGED  TO WS-ICC-HOLD-INT
                    MOVE ICC-CHARGE-BASIS TO WS-ICC-HOLD-BASIS
                 ELSE
                    ADD ICC-BAL-SUBJECT TO WS-ICC-HOLD-BAL
                    ADD ICC-INT-CHARGED TO WS-ICC-HOLD-INT
                    IF ICC-APR > WS-ICC-HOLD-APR
                       MOVE ICC-APR TO WS-ICC-HOLD-APR
                    END-IF
                    IF ICC-BASIS-CHARGED
                       MOVE ICC-CHARGE-BASIS TO WS-ICC-HOLD-BASIS
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Prints the balance type held by 1152: its name, APR,
      *   balance subject to interest and interest charged,
      *   with a note when it drew none.
       1157-WRITE-BALANCE-TYPE.
           INITIALIZE STMT-INT-CALC-LINE
           EVALUATE WS-ICC-HOLD-TYPE
               WHEN '01'
                   MOVE STMT-LT-BAL-TYPE(1)  TO STMT-ICL-TYPE
               WHEN '08'
                   MOVE STMT-LT-BAL-TYPE(2)  TO STMT-ICL-TYPE
               WHEN '10'
                   MOVE STMT-LT-BAL-TYPE(3)  TO STMT-ICL-TYPE
               WHEN '11'
                   MOVE STMT-LT-BAL-TYPE(4)  TO STMT-ICL-TYPE
               WHEN '12'
                   MOVE STMT-LT-BAL-TYPE(5)  TO STMT-ICL-TYPE
               WHEN OTHER
                   MOVE STMT-LT-BAL-TYPE(6)  TO STMT-ICL-TYPE
           END-EVALUATE
           MOVE WS-ICC-HOLD-APR TO STMT-ICL-APR
           MOVE WS-ICC-HOLD-BAL TO STMT-ICL-BAL
           MOVE WS-ICC-HOLD-INT TO STMT-ICL-INT
           EVALUATE WS-ICC-HOLD-BASIS
               WHEN 'G'
                   MOVE STMT-LT-BAL-NOTE(1)  TO STMT-ICL-NOTE
               WHEN 'I'
                   MOVE STMT-LT-BAL-NOTE(2)  TO STMT-ICL-NOTE
               WHEN 'N'
                   MOVE STMT-LT-BAL-NOTE(3)  TO STMT-ICL-NOTE
               WHEN OTHER
                   MOVE SPACES               TO STMT-ICL-NOTE
           END-EVALUATE
           MOVE STMT-INT-CALC-LINE TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Fees and interest charged: this period's totals, then
      *   the year's through this statement, labelled with the
      *   year.
       1153-FEES-INT-SECTION.
           MOVE 'F' TO WS-STMT-SECTION
           MOVE STMT-COLUMN-HEADER-1 TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-FEE-INT-TITLE TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE

           INITIALIZE STMT-FEE-INT-LINE
           MOVE STMT-LT-FEES-CYCLE TO STMT-FIL-LABEL
           MOVE WS-STMT-FEES-CYCLE TO STMT-FIL-AMOUNT
           MOVE STMT-FEE-INT-LINE  TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE

           INITIALIZE STMT-FEE-INT-LINE
           MOVE STMT-LT-INT-CYCLE  TO STMT-FIL-LABEL
           MOVE WS-STMT-INT-CYCLE  TO STMT-FIL-AMOUNT
           MOVE STMT-FEE-INT-LINE  TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE

           INITIALIZE STMT-FEE-INT-LINE
           STRING STMT-LT-FEES-YEAR        DELIMITED BY '  '
                  ' '                      DELIMITED BY SIZE
                  WS-RUN-DATE(1:4)         DELIMITED BY SIZE
             INTO STMT-FIL-LABEL
           MOVE WS-STMT-FEES-YTD   TO STMT-FIL-AMOUNT
           MOVE STMT-FEE-INT-LINE  TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE

           INITIALIZE STMT-FEE-INT-LINE
           STRING STMT-LT-INT-YEAR             DELIMITED BY '  '
                  ' '                          DELIMITED BY SIZE
                  WS-RUN-DATE(1:4)             DELIMITED BY SIZE
             INTO STMT-FIL-LABEL
           MOVE WS-STMT-INT-YTD    TO STMT-FIL-AMOUNT
           MOVE STMT-FEE-INT-LINE  TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           EXIT.
      *---------------------------------------------------------------*
      * Late payment warning: the due date and the late fee,
      *   and the penalty APR when the account's pricing has
      *   one. Without the cycle's account row the generic
      *   wording goes out instead.
       1154-LATE-WARN-SECTION.
           MOVE 'L' TO WS-STMT-SECTION
           MOVE STMT-COLUMN-HEADER-1 TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-LATE-WARN-TITLE TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           IF WS-ICC-ACCT-FOUND = 'Y'
              MOVE ACCT-PAY-DUE-DATE TO STMT-LWN-DUE-DATE
              MOVE ICC-LATE-FEE      TO STMT-LWN-FEE
              MOVE STMT-LATE-WARN-LINE-1 TO FD-STMTFILE-REC
              PERFORM 1159-WRITE-DISCLOSURE-LINE
              IF ICC-PENALTY-APR > ZERO
                 MOVE ICC-PENALTY-APR TO STMT-LWN-PENALTY-APR
                 MOVE STMT-LATE-WARN-LINE-2 TO FD-STMTFILE-REC
                 PERFORM 1159-WRITE-DISCLOSURE-LINE
              END-IF
           ELSE
              MOVE ACCT-PAY-DUE-DATE TO STMT-LWG-DUE-DATE
              MOVE STMT-LATE-WARN-GENERIC TO FD-STMTFILE-REC
              PERFORM 1159-WRITE-DISCLOSURE-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Minimum payment warning: months and total cost paying
      *   only the minimum, and -- when that takes longer than
      *   36 months or never pays off -- the payment that
      *   clears the balance in 36 months, its total, and what
      *   it saves.
       1155-MINPAY-WARN-SECTION.
           MOVE 'M' TO WS-STMT-SECTION
           MOVE STMT-COLUMN-HEADER-1 TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-MINPAY-TITLE TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-MINPAY-INTRO-1 TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-MINPAY-INTRO-2 TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-MINPAY-HEADER TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE

           IF ICC-MINPAY-NEVER
              MOVE STMT-MINPAY-NEVER TO FD-STMTFILE-REC
              PERFORM 1159-WRITE-DISCLOSURE-LINE
           ELSE
              MOVE STMT-LT-MPW-MINIMUM TO STMT-MPW-OPTION
              MOVE 0                 TO STMT-MPW-PAYMENT
              MOVE ICC-MINPAY-MONTHS TO STMT-MPW-MONTHS
              MOVE ICC-MINPAY-TOTAL  TO STMT-MPW-TOTAL
              MOVE STMT-MINPAY-DETAIL TO FD-STMTFILE-REC
              PERFORM 1159-WRITE-DISCLOSURE-LINE
           END-IF

           IF ICC-MINPAY-NEVER
              OR ICC-MINPAY-MONTHS > 36
              MOVE STMT-LT-MPW-36-MONTH TO STMT-MPW-OPTION
              MOVE ICC-36M-PAYMENT   TO STMT-MPW-PAYMENT
              MOVE 36                TO STMT-MPW-MONTHS
              MOVE ICC-36M-TOTAL     TO STMT-MPW-TOTAL
              MOVE STMT-MINPAY-DETAIL TO FD-STMTFILE-REC
              PERFORM 1159-WRITE-DISCLOSURE-LINE
              IF NOT ICC-MINPAY-NEVER
                 COMPUTE WS-MPW-SAVINGS =
                     ICC-MINPAY-TOTAL - ICC-36M-TOTAL
                 IF WS-MPW-SAVINGS > ZERO
                    MOVE WS-MPW-SAVINGS TO STMT-MPW-SAVINGS
                    MOVE STMT-MINPAY-SAVINGS TO FD-STMTFILE-REC
                    PERFORM 1159-WRITE-DISCLOSURE-LINE
                 END-IF
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes one disclosure line through the statement line
      *   routine -- printed, and archived under the section
      *   in WS-STMT-SECTION.
       1159-WRITE-DISCLOSURE-LINE.
           PERFORM 1111-WRITE-STMT-REC
           ADD 1 TO WS-LINE-COUNTER
           EXIT.
      *---------------------------------------------------------------*
      * Reads the statement's INTCALC account row: the late fee,
      *   penalty APR and payoff estimates CBACT04C set at the
      *   cycle close. Not on file (or no INTCALC at all) leaves
      *   WS-ICC-ACCT-FOUND 'N'.
       1160-READ-ACCOUNT-CALC.
           MOVE 'N' TO WS-ICC-ACCT-FOUND
           IF WS-INTCALC-AVAILABLE = 'Y'
              MOVE WS-CURR-ACCT-ID TO ICC-ACCT-ID
              MOVE WS-RUN-DATE     TO ICC-CYCLE-DATE
              SET ICC-ACCOUNT-ROW  TO TRUE
              MOVE 0               TO ICC-CAT-CD
              MOVE ICC-KEY         TO FD-ICC-KEY
              READ INTCALC-FILE INTO INT-CHARGE-CALC-RECORD
               KEY IS FD-ICC-KEY
                 INVALID KEY
                    CONTINUE
              END-READ
              IF INTCALC-STATUS = '00'
                 MOVE 'Y' TO WS-ICC-ACCT-FOUND
              END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Low-level write routine for one statement line.
      *   Checks STMTFILE-STATUS after WRITE and abends
      *   on any non-zero FILE STATUS. Every printed line is
           MOVE WS-ARCH-LINE-SEQ TO SAR-LINE-SEQ
           SET SAR-TYPE-DETAIL   TO TRUE
           MOVE FD-STMTFILE-REC  TO SAR-LINE-DATA
           MOVE WS-STMT-SECTION  TO SAR-LINE-SECTION
           PERFORM 1115-WRITE-STMTARCH-REC
           EXIT.
      *---------------------------------------------------------------*
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Picks the statement's messages: the live messages are
      *   held in print order, so the first three whose
      *   targeting matches the account and customer in hand
      *   are the ones that print.
       1170-SELECT-STMT-MESSAGES.
           MOVE 0 TO WS-STMT-MSG-COUNT
           IF CUST-PREF-CONTACT-EMAIL
              AND NOT CUST-IS-DECEASED
              MOVE 'Y' TO WS-STMT-ESTMT
           ELSE
              MOVE 'N' TO WS-STMT-ESTMT
           END-IF
           PERFORM 1171-MATCH-STMT-MESSAGE
              THRU 1171-MATCH-STMT-MESSAGE-EXIT
              VARYING WS-MSG-SUB FROM 1 BY 1
                UNTIL WS-MSG-SUB > WS-MSG-COUNT
                   OR WS-STMT-MSG-COUNT = WS-MSG-STMT-MAX
           EXIT.
      *---------------------------------------------------------------*
      * Tests one live message's targeting against the account
      *   and customer; a blank target matches everyone. A
      *   match is added to the statement's picks.
       1171-MATCH-STMT-MESSAGE.
           MOVE WS-MSG-E-RECORD(WS-MSG-SUB) TO STMT-MSG-RECORD
           IF SMS-TGT-GROUP-ID NOT = SPACES
              AND SMS-TGT-GROUP-ID NOT = ACCT-GROUP-ID
              GO TO 1171-MATCH-STMT-MESSAGE-EXIT
           END-IF
           IF SMS-TGT-STATE-CD NOT = SPACES
              AND SMS-TGT-STATE-CD NOT = CUST-ADDR-STATE-CD
              GO TO 1171-MATCH-STMT-MESSAGE-EXIT
           END-IF
           EVALUATE TRUE
              WHEN SMS-TGT-DELINQ-CURRENT
                 IF NOT ACCT-DELINQ-CURRENT
                    GO TO 1171-MATCH-STMT-MESSAGE-EXIT
                 END-IF
              WHEN SMS-TGT-DELINQ-PAST-DUE
                 IF ACCT-DELINQ-CURRENT
                    GO TO 1171-MATCH-STMT-MESSAGE-EXIT
                 END-IF
              WHEN SMS-TGT-DELINQ-STAGE
                 IF ACCT-DELINQ-STAGE NOT = SMS-TGT-DELINQ
                    GO TO 1171-MATCH-STMT-MESSAGE-EXIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SMS-TGT-FICO-HIGH > 0
              IF CUST-FICO-CREDIT-SCORE < SMS-TGT-FICO-LOW
                 OR CUST-FICO-CREDIT-SCORE > SMS-TGT-FICO-HIGH
                 GO TO 1171-MATCH-STMT-MESSAGE-EXIT
              END-IF
           END-IF
           IF SMS-TGT-DELIVERY-ESTMT AND WS-STMT-ESTMT = 'N'
              GO TO 1171-MATCH-STMT-MESSAGE-EXIT
           END-IF
           IF SMS-TGT-DELIVERY-PAPER AND WS-STMT-ESTMT = 'Y'
              GO TO 1171-MATCH-STMT-MESSAGE-EXIT
           END-IF
           IF SMS-TGT-LANG-CD NOT = SPACES
              AND SMS-TGT-LANG-CD NOT = WS-STMT-LANG-CD
              GO TO 1171-MATCH-STMT-MESSAGE-EXIT
           END-IF
           ADD 1 TO WS-STMT-MSG-COUNT
           MOVE WS-MSG-SUB TO WS-STMT-MSG-PICK(WS-STMT-MSG-COUNT).
       1171-MATCH-STMT-MESSAGE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Statement messages: the picked messages in print order
      *   under their own section, each one or two lines.
       1175-MESSAGES-SECTION.
           MOVE 'S' TO WS-STMT-SECTION
           MOVE STMT-COLUMN-HEADER-1 TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           MOVE STMT-MSG-TITLE TO FD-STMTFILE-REC
           PERFORM 1159-WRITE-DISCLOSURE-LINE
           PERFORM 1176-WRITE-STMT-MESSAGE
              VARYING WS-STMT-MSG-SUB FROM 1 BY 1
                UNTIL WS-STMT-MSG-SUB > WS-STMT-MSG-COUNT
           ADD 1 TO WS-MSG-STMTS
           EXIT.
      *---------------------------------------------------------------*
      * Prints one picked message: its text lines, a blank
      *   second line left off.
       1176-WRITE-STMT-MESSAGE.
           MOVE WS-STMT-MSG-PICK(WS-STMT-MSG-SUB) TO WS-MSG-SUB
           MOVE WS-MSG-E-RECORD(WS-MSG-SUB) TO STMT-MSG-RECORD
           PERFORM 1177-WRITE-MESSAGE-LINE
              VARYING WS-MSG-LINE-SUB FROM 1 BY 1
                UNTIL WS-MSG-LINE-SUB > 2
           EXIT.
      *---------------------------------------------------------------*
      * Prints one text line of the message in hand.
       1177-WRITE-MESSAGE-LINE.
           IF SMS-TEXT-LINE(WS-MSG-LINE-SUB) NOT = SPACES
              MOVE SMS-TEXT-LINE(WS-MSG-LINE-SUB) TO STMT-MSG-TEXT
              MOVE STMT-MSG-LINE TO FD-STMTFILE-REC
              PERFORM 1159-WRITE-DISCLOSURE-LINE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Records one picked message, and the vendor insert it
      *   asks for, on the archive summary being built.
       1178-ARCHIVE-STMT-MESSAGE.
           MOVE WS-STMT-MSG-PICK(WS-STMT-MSG-SUB) TO WS-MSG-SUB
           MOVE WS-MSG-E-RECORD(WS-MSG-SUB) TO STMT-MSG-RECORD
           MOVE SMS-MSG-ID    TO SAR-SUM-MSG-ID(WS-STMT-MSG-SUB)
           MOVE SMS-INSERT-CD TO SAR-SUM-INSERT-CD(WS-STMT-MSG-SUB)
           EXIT.
      *---------------------------------------------------------------*
      * Reads the customer master by the account's resolved
      *   customer ID to get the name and mailing address for
      *   the statement heading. Abends on invalid key.
           MOVE ZERO TO WS-CUST-TOT-BAL
           MOVE ZERO TO WS-CUST-TOT-MINDUE

           PERFORM 1108-SET-STMT-LANGUAGE
           MOVE STMT-BLANK-LINE TO FD-STMTFILE-REC
           PERFORM 1112-WRITE-PRINT-ONLY
           INITIALIZE STMT-CUST-HEADER
           MOVE STMT-LT-CUST-HDR TO STMT-CUST-HDR-LBL
           MOVE STMT-LT-CUST-ID  TO STMT-CUST-ID-LBL
           MOVE SPACES TO WS-CUSTOMER-NAME
           STRING CUST-FIRST-NAME DELIMITED BY '  '
                  ' '             DELIMITED BY SIZE
              UNTIL WS-CXREF-EOF = 'Y'

           IF WS-CONSOL-SECTIONS > 0
              MOVE STMT-LT-CUST-BAL   TO STMT-CUST-BAL-LBL
              MOVE STMT-LT-CUST-MIN   TO STMT-CUST-MIN-LBL
              MOVE WS-CUST-TOT-BAL    TO STMT-CUST-TOT-BAL
              MOVE WS-CUST-TOT-MINDUE TO STMT-CUST-TOT-MIN-DUE
              MOVE STMT-CUST-TOTAL-LINE TO FD-STMTFILE-REC
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens INTCALC-FILE for keyed input. A missing file is
      *   tolerated -- statements go out without the interest
      *   charge calculation, and the late payment warning in
      *   its generic wording.
       0460-INTCALC-OPEN.
           OPEN INPUT INTCALC-FILE
           IF  INTCALC-STATUS = '00'
               MOVE 'Y' TO WS-INTCALC-AVAILABLE
           ELSE
               MOVE 'N' TO WS-INTCALC-AVAILABLE
               DISPLAY 'NO INTCALC FILE - NO INTEREST CALCULATION'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the statement message file through once and holds
      *   every message live on the run date -- active, in
      *   effect, not expired -- in print order. The file is
      *   closed again straight away. A missing file is
      *   tolerated: statements go out with no messages.
       0470-LOAD-STMT-MESSAGES.
           MOVE 0 TO WS-MSG-COUNT
           OPEN INPUT STMTMSG-FILE
           IF  STMTMSG-STATUS NOT = '00'
               DISPLAY 'NO STMTMSG FILE - NO STATEMENT MESSAGES'
               GO TO 0470-LOAD-STMT-MESSAGES-EXIT
           END-IF
           MOVE 'N' TO WS-MSG-EOF
           PERFORM 0475-NEXT-STMT-MESSAGE
              THRU 0475-NEXT-STMT-MESSAGE-EXIT
              UNTIL WS-MSG-EOF = 'Y'
           CLOSE STMTMSG-FILE
           DISPLAY 'STATEMENT MESSAGES LIVE:' WS-MSG-COUNT.
       0470-LOAD-STMT-MESSAGES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next message and, when it is live on the run
      *   date, slots it into the table behind every message of
      *   the same or a lower priority number -- the file is
      *   read in message-ID order, so equal priorities keep
      *   that order.
       0475-NEXT-STMT-MESSAGE.
           READ STMTMSG-FILE INTO STMT-MSG-RECORD
           IF  STMTMSG-STATUS NOT = '00'
               MOVE 'Y' TO WS-MSG-EOF
               IF  STMTMSG-STATUS NOT = '10'
                   DISPLAY 'ERROR READING STMTMSG FILE'
                   MOVE STMTMSG-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
               END-IF
               GO TO 0475-NEXT-STMT-MESSAGE-EXIT
           END-IF
           IF  NOT SMS-STATUS-ACTIVE
               OR SMS-EFF-DATE > WS-RUN-DATE
               GO TO 0475-NEXT-STMT-MESSAGE-EXIT
           END-IF
           IF  SMS-EXP-DATE NOT = SPACES
               AND SMS-EXP-DATE < WS-RUN-DATE
               GO TO 0475-NEXT-STMT-MESSAGE-EXIT
           END-IF
           IF  WS-MSG-COUNT NOT < WS-MSG-MAX
               DISPLAY 'STATEMENT MESSAGE TABLE FULL - SKIPPED: '
                       SMS-MSG-ID
               GO TO 0475-NEXT-STMT-MESSAGE-EXIT
           END-IF
           ADD 1 TO WS-MSG-COUNT
           MOVE WS-MSG-COUNT TO WS-MSG-POS
           PERFORM 0476-SHIFT-STMT-MESSAGE
              UNTIL WS-MSG-POS = 1
                 OR WS-MSG-E-PRIORITY(WS-MSG-POS - 1)
                    NOT > SMS-PRIORITY
           MOVE SMS-PRIORITY    TO WS-MSG-E-PRIORITY(WS-MSG-POS)
           MOVE STMT-MSG-RECORD TO WS-MSG-E-RECORD(WS-MSG-POS).
       0475-NEXT-STMT-MESSAGE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Moves one held message down a slot to open a place for
      *   a message of a lower priority number.
       0476-SHIFT-STMT-MESSAGE.
           MOVE WS-MSG-ENTRY(WS-MSG-POS - 1)
             TO WS-MSG-ENTRY(WS-MSG-POS)
           SUBTRACT 1 FROM WS-MSG-POS
           EXIT.
      *---------------------------------------------------------------*
      * Closes the interest charge calculation file, when it
      *   opened.
       9550-INTCALC-CLOSE.
           IF  WS-INTCALC-AVAILABLE = 'Y'
               CLOSE INTCALC-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the statement archive file.
      *   Abends on non-zero FILE STATUS.
       9500-STMTARCH-CLOSE.
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
