      *****************************************************************
      *    Data-structure for year-end spending summary print lines
      *****************************************************************
      * Record Layout Copybook: Year-end spending summary print-
      *   line formats (132-char lines), used by CBYES01C to
      *   build one summary per account for the year: a heading
      *   block with the account, customer name and address and
      *   the period covered, the year's totals (purchases,
      *   payments, interest, fees, rewards points earned), then
      *   the purchases by TRANCATG category, by month, and the
      *   top merchants ranked by amount. The lines are archived
      *   to STMTARCH as the statements' are (CVSTA01Y.cpy) and
      *   reach the print vendor through the CBSDL01C extract.
      *
      * Consuming programs (batch):
      *   CBYES01C - Year-end spending summary
      *
      * Cross-references:
      *   Totals:   CVYES01Y.cpy (YEAR-SPEND-RECORD)
      *   Account:  CVACT01Y.cpy (ACCOUNT-RECORD)
      *   Customer: CVCUS01Y.cpy (CUSTOMER-RECORD)
      *****************************************************************
       01  YES-PAGE-HEADER.
           05  FILLER                        PIC X(40)
                   VALUE 'CARDDEMO YEAR-END SPENDING SUMMARY'.
           05  FILLER                        PIC X(10)
                   VALUE 'FOR YEAR '.
           05  YES-HDR-YEAR                  PIC X(04).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  FILLER                        PIC X(12)
                   VALUE 'RUN DATE : '.
           05  YES-HDR-RUN-DATE              PIC X(10).
           05  FILLER                        PIC X(52) VALUE SPACES.

       01  YES-ACCOUNT-HEADER.
           05  FILLER                        PIC X(15)
                   VALUE 'ACCOUNT ID : '.
           05  YES-ACCT-ID                   PIC 9(11).
           05  FILLER                        PIC X(15)
                   VALUE ' PREPARED FOR '.
           05  YES-ACCT-NAME                 PIC X(50).
           05  FILLER                        PIC X(41) VALUE SPACES.

       01  YES-ADDRESS-LINE.
           05  FILLER                        PIC X(15)
                   VALUE 'ADDRESS    : '.
           05  YES-ADDR-LINE                 PIC X(50).
           05  FILLER                        PIC X(67) VALUE SPACES.

      * The span of posting dates the summary covers
       01  YES-PERIOD-LINE.
           05  FILLER                        PIC X(20)
                   VALUE 'SUMMARY PERIOD : '.
           05  YES-PERIOD-FROM               PIC X(10).
           05  FILLER                        PIC X(06)
                   VALUE ' THRU '.
           05  YES-PERIOD-THRU               PIC X(10).
           05  FILLER                        PIC X(86) VALUE SPACES.

       01  YES-RULE-LINE.
           05  FILLER                        PIC X(132)
                   VALUE ALL '-'.

      * The year's totals: one line per total, then the rewards
      * points earned (points, not money)
       01  YES-TOTALS-TITLE.
           05  FILLER                        PIC X(60)
                   VALUE 'YOUR YEAR IN TOTAL'.
           05  FILLER                        PIC X(72) VALUE SPACES.

       01  YES-TOTAL-LINE.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  YES-TOT-LABEL                 PIC X(30).
           05  YES-TOT-COUNT                 PIC ZZZ,ZZ9
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  YES-TOT-AMOUNT                PIC -(11)9.99.
           05  FILLER                        PIC X(71) VALUE SPACES.

       01  YES-REWARD-LINE.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(30)
                   VALUE 'REWARDS EARNED'.
           05  YES-RWD-POINTS                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                        PIC X(07)
                   VALUE ' POINTS'.
           05  FILLER                        PIC X(79) VALUE SPACES.

      * Breakdown sections: a title, the column header, then
      * one detail line per category / month / merchant. The
      * rank column is filled on the top-merchant lines only.
       01  YES-CATEGORY-TITLE.
           05  FILLER                        PIC X(60)
                   VALUE 'PURCHASES BY CATEGORY'.
           05  FILLER                        PIC X(72) VALUE SPACES.

       01  YES-MONTH-TITLE.
           05  FILLER                        PIC X(60)
                   VALUE 'PURCHASES BY MONTH'.
           05  FILLER                        PIC X(72) VALUE SPACES.

       01  YES-MERCHANT-TITLE.
           05  FILLER                        PIC X(60)
                   VALUE 'TOP MERCHANTS'.
           05  FILLER                        PIC X(72) VALUE SPACES.

       01  YES-DETAIL-HEADER.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(52)
                   VALUE 'DESCRIPTION'.
           05  FILLER                        PIC X(11)
                   VALUE ' NUMBER'.
           05  FILLER                        PIC X(15)
                   VALUE '         AMOUNT'.
           05  FILLER                        PIC X(49) VALUE SPACES.

       01  YES-DETAIL-LINE.
           05  YES-DTL-RANK                  PIC Z9
                                             BLANK WHEN ZERO.
           05  YES-DTL-RANK-DOT              PIC X(02).
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  YES-DTL-DESC                  PIC X(50).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  YES-DTL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  YES-DTL-AMOUNT                PIC -(11)9.99.
           05  FILLER                        PIC X(49) VALUE SPACES.

       01  YES-NONE-LINE.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(60)
                   VALUE 'NO PURCHASES POSTED IN THE YEAR'.
           05  FILLER                        PIC X(67) VALUE SPACES.

       01  YES-END-LINE.
           05  FILLER                        PIC X(40)
                   VALUE '*** END OF YEAR-END SUMMARY ***'.
           05  FILLER                        PIC X(92) VALUE SPACES.
