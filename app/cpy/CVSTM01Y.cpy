      *   formats (132-char lines), used by CBSTM03A to build
      *   one printed statement per account: a heading block
      *   with customer name/address and account summary, a
      *   column header, one detail line per transaction, a
      *   closing total line, the regulatory disclosure
      *   sections that follow it, and any statement messages.
      *
      *   The English wording carried in the VALUE clauses is
      *   what prints for an English-language customer. The
      *   labels are named (-TITLE / -LBL) and the all-text
      *   lines are whole records so that CBSTM03A can replace
      *   them with the customer's language from CVSTM02Y.cpy
      *   before each statement.
      *
      * Consuming programs (batch):
      *   CBSTM03A - Statement generation
      *   Account:  CVACT01Y.cpy (ACCOUNT-RECORD)
      *   Customer: CVCUS01Y.cpy (CUSTOMER-RECORD)
      *   Tran:     CVTRA05Y.cpy (TRAN-RECORD)
      *   Language: CVSTM02Y.cpy (STMT-LANG-TEXT)
      *****************************************************************
       01  STMT-PAGE-HEADER.
           05  STMT-HDR-TITLE                PIC X(40)
                   VALUE 'CARDDEMO ACCOUNT STATEMENT'.
           05  STMT-HDR-RUN-LBL              PIC X(12)
                   VALUE 'RUN DATE : '.
           05  STMT-HDR-RUN-DATE             PIC X(10).
           05  FILLER                        PIC X(70) VALUE SPACES.

       01  STMT-ACCOUNT-HEADER.
           05  STMT-ACCT-ID-LBL              PIC X(15)
                   VALUE 'ACCOUNT ID : '.
           05  STMT-ACCT-ID                  PIC 9(11).
           05  STMT-ACCT-OF-LBL              PIC X(15)
                   VALUE ' STATEMENT OF '.
           05  STMT-ACCT-NAME                PIC X(50).
           05  FILLER                        PIC X(41) VALUE SPACES.

       01  STMT-ADDRESS-LINE.
           05  STMT-ADDR-LBL                 PIC X(15)
                   VALUE 'ADDRESS    : '.
           05  STMT-ADDR-LINE                PIC X(50).
           05  FILLER                        PIC X(67) VALUE SPACES.

       01  STMT-SUMMARY-LINE.
           05  STMT-CREDIT-LIMIT-LBL         PIC X(20)
                   VALUE 'CREDIT LIMIT : '.
           05  STMT-CREDIT-LIMIT             PIC -(9)9.99.
           05  STMT-CURR-BAL-LBL             PIC X(20)
                   VALUE 'CURRENT BALANCE : '.
           05  STMT-CURR-BALANCE             PIC -(9)9.99.
           05  FILLER                        PIC X(60) VALUE SPACES.
      * (ACCT-MIN-PAY-DUE / ACCT-PAY-DUE-DATE, set by CBACT04C
      * at cycle close -- see CVACT01Y.cpy)
       01  STMT-SUMMARY-LINE-2.
           05  STMT-MIN-PAY-LBL              PIC X(20)
                   VALUE 'MINIMUM DUE  : '.
           05  STMT-MIN-PAY-DUE              PIC -(9)9.99.
           05  STMT-PAY-DUE-LBL              PIC X(20)
                   VALUE 'PAYMENT DUE BY  : '.
           05  STMT-PAY-DUE-DATE             PIC X(10).
           05  FILLER                        PIC X(70) VALUE SPACES.
      * a cycle date -- the span of transaction dates this
      * statement covers
       01  STMT-PERIOD-LINE.
           05  STMT-PERIOD-LBL               PIC X(20)
                   VALUE 'STATEMENT PERIOD : '.
           05  STMT-PERIOD-FROM              PIC X(10).
           05  STMT-PERIOD-THRU-LBL          PIC X(06)
                   VALUE ' THRU '.
           05  STMT-PERIOD-THRU              PIC X(10).
           05  FILLER                        PIC X(86) VALUE SPACES.
           05  FILLER                        PIC X(06) VALUE SPACES.

       01  STMT-TOTAL-LINE.
           05  STMT-TOT-COUNT-LBL            PIC X(30)
                   VALUE 'TOTAL TRANSACTIONS THIS STMT :'.
           05  STMT-TOT-COUNT                PIC ZZZ9.
           05  STMT-TOT-AMOUNT-LBL           PIC X(20)
                   VALUE '  NET AMOUNT : '.
           05  STMT-TOT-AMOUNT               PIC -(9)9.99.
           05  FILLER                        PIC X(59) VALUE SPACES.
      * and minimum due). Printed by CBSTM03A's consolidated
      * pass for customers with CUST-CONSOLIDATED-STMT set.
       01  STMT-CUST-HEADER.
           05  STMT-CUST-HDR-LBL             PIC X(26)
                   VALUE 'CONSOLIDATED STATEMENT -  '.
           05  STMT-CUST-NAME                PIC X(50).
           05  STMT-CUST-ID-LBL              PIC X(08)
                   VALUE '  CUST: '.
           05  STMT-CUST-ID                  PIC 9(09).
           05  FILLER                        PIC X(39) VALUE SPACES.

       01  STMT-CUST-TOTAL-LINE.
           05  STMT-CUST-BAL-LBL             PIC X(26)
                   VALUE 'ALL ACCOUNTS - BALANCE :  '.
           05  STMT-CUST-TOT-BAL             PIC -(11)9.99.
           05  STMT-CUST-MIN-LBL             PIC X(20)
                   VALUE '  MINIMUM DUE : '.
           05  STMT-CUST-TOT-MIN-DUE         PIC -(11)9.99.
           05  FILLER                        PIC X(56) VALUE SPACES.

      * Regulatory disclosure sections, printed after the total
      * line. Each section opens with a title line under a
      * rule (STMT-COLUMN-HEADER-1).
      *
      * Interest charge calculation: one row per balance type,
      * from the figures CBACT04C's cycle close kept on INTCALC
      * (CVICC01Y.cpy). The note column says why a balance drew
      * no interest.
       01  STMT-INT-CALC-TITLE.
           05  FILLER                        PIC X(40)
                   VALUE 'INTEREST CHARGE CALCULATION'.
           05  FILLER                        PIC X(34)
                   VALUE 'YOUR ANNUAL PERCENTAGE RATE (APR)'.
           05  FILLER                        PIC X(18)
                   VALUE 'IS THE ANNUAL'.
           05  FILLER                        PIC X(40)
                   VALUE 'INTEREST RATE ON YOUR ACCOUNT.'.

       01  STMT-INT-CALC-HEADER.
           05  FILLER                        PIC X(30)
                   VALUE 'TYPE OF BALANCE'.
           05  FILLER                        PIC X(32)
                   VALUE 'ANNUAL PERCENTAGE RATE (APR)'.
           05  FILLER                        PIC X(36)
                   VALUE 'BALANCE SUBJECT TO INTEREST RATE'.
           05  FILLER                        PIC X(20)
                   VALUE 'INTEREST CHARGE'.
           05  FILLER                        PIC X(14) VALUE SPACES.

       01  STMT-INT-CALC-LINE.
           05  STMT-ICL-TYPE                 PIC X(30).
           05  STMT-ICL-APR                  PIC ZZ9.99.
           05  FILLER                        PIC X(26) VALUE '%'.
           05  STMT-ICL-BAL                  PIC -(9)9.99.
           05  FILLER                        PIC X(23) VALUE SPACES.
           05  STMT-ICL-INT                  PIC -(9)9.99.
           05  FILLER                        PIC X(07) VALUE SPACES.
           05  STMT-ICL-NOTE                 PIC X(14).

      * Fees and interest charged: the cycle's totals, then the
      * calendar year's through this statement. The label
      * carries the year on the year-to-date lines.
       01  STMT-FEE-INT-TITLE.
           05  FILLER                        PIC X(40)
                   VALUE 'FEES AND INTEREST CHARGED'.
           05  FILLER                        PIC X(92) VALUE SPACES.

       01  STMT-FEE-INT-LINE.
           05  STMT-FIL-LABEL                PIC X(45).
           05  STMT-FIL-AMOUNT               PIC -(9)9.99.
           05  FILLER                        PIC X(74) VALUE SPACES.

      * Late payment warning: the due date, the late fee, and
      * the penalty APR when the account's pricing has one.
      * The generic line stands in when no INTCALC account row
      * is on file for the cycle.
       01  STMT-LATE-WARN-TITLE.
           05  FILLER                        PIC X(40)
                   VALUE 'LATE PAYMENT WARNING'.
           05  FILLER                        PIC X(92) VALUE SPACES.

       01  STMT-LATE-WARN-LINE-1.
           05  STMT-LWN-IF-LBL               PIC X(21)
                   VALUE 'IF WE DO NOT RECEIVE'.
           05  STMT-LWN-BY-LBL               PIC X(24)
                   VALUE 'YOUR MINIMUM PAYMENT BY'.
           05  STMT-LWN-DUE-DATE             PIC X(10).
           05  STMT-LWN-FEE-LBL              PIC X(43)
                   VALUE ', YOU MAY HAVE TO PAY A LATE FEE OF UP TO $'.
           05  STMT-LWN-FEE                  PIC Z(6)9.99.
           05  FILLER                        PIC X(24) VALUE SPACES.

       01  STMT-LATE-WARN-LINE-2.
           05  STMT-LWN-APR-LBL              PIC X(31)
                   VALUE 'AND YOUR APRS MAY BE INCREASED'.
           05  STMT-LWN-PENALTY-LBL          PIC X(25)
                   VALUE 'UP TO THE PENALTY APR OF'.
           05  STMT-LWN-PENALTY-APR          PIC ZZ9.99.
           05  FILLER                        PIC X(70) VALUE '%.'.

       01  STMT-LATE-WARN-GENERIC.
           05  STMT-LWG-IF-LBL               PIC X(21)
                   VALUE 'IF WE DO NOT RECEIVE'.
           05  STMT-LWG-BY-LBL               PIC X(24)
                   VALUE 'YOUR MINIMUM PAYMENT BY'.
           05  STMT-LWG-DUE-DATE             PIC X(10).
           05  STMT-LWG-FEE-LBL              PIC X(77)
                   VALUE ', YOU MAY HAVE TO PAY A LATE FEE.'.

      * Minimum payment warning: what paying only the minimum
      * costs against paying the balance off in 36 months,
      * making no further charges (estimates from INTCALC).
       01  STMT-MINPAY-TITLE.
           05  FILLER                        PIC X(40)
                   VALUE 'MINIMUM PAYMENT WARNING'.
           05  FILLER                        PIC X(92) VALUE SPACES.

       01  STMT-MINPAY-INTRO-1.
           05  FILLER                        PIC X(37)
                   VALUE 'IF YOU MAKE ONLY THE MINIMUM PAYMENT'.
           05  FILLER                        PIC X(40)
                   VALUE 'EACH PERIOD, YOU WILL PAY MORE IN'.
           05  FILLER                        PIC X(29)
                   VALUE 'INTEREST AND IT WILL TAKE'.
           05  FILLER                        PIC X(26)
                   VALUE 'YOU LONGER TO PAY OFF YOUR'.

       01  STMT-MINPAY-INTRO-2.
           05  FILLER                        PIC X(43)
                   VALUE 'BALANCE. IF YOU MAKE NO ADDITIONAL CHARGES'.
           05  FILLER                        PIC X(89)
                   VALUE 'USING THIS CARD AND EACH MONTH YOU PAY:'.

       01  STMT-MINPAY-HEADER.
           05  FILLER                        PIC X(40)
                   VALUE 'EACH MONTH YOU PAY'.
           05  FILLER                        PIC X(40)
                   VALUE 'YOU WILL PAY OFF THE BALANCE IN ABOUT'.
           05  FILLER                        PIC X(30)
                   VALUE 'AND YOU WILL END UP PAYING'.
           05  FILLER                        PIC X(22) VALUE SPACES.

       01  STMT-MINPAY-DETAIL.
           05  STMT-MPW-OPTION               PIC X(27).
           05  STMT-MPW-PAYMENT              PIC Z(8)9.99
                                             BLANK WHEN ZERO.
           05  FILLER                        PIC X(01) VALUE SPACES.
           05  STMT-MPW-MONTHS               PIC ZZZ9.
           05  STMT-MPW-MONTHS-LBL           PIC X(36) VALUE ' MONTHS'.
           05  STMT-MPW-TOTAL                PIC -(9)9.99.
           05  FILLER                        PIC X(39) VALUE SPACES.

      * Paying only the minimum never clears the balance
       01  STMT-MINPAY-NEVER.
           05  FILLER                        PIC X(40)
                   VALUE 'ONLY THE MINIMUM PAYMENT'.
           05  FILLER                        PIC X(28)
                   VALUE 'NEVER - THE MINIMUM DOES NOT'.
           05  FILLER                        PIC X(64)
                   VALUE 'PAY THE BALANCE DOWN'.

       01  STMT-MINPAY-SAVINGS.
           05  STMT-MPW-SAVINGS-LBL          PIC X(40)
                   VALUE 'YOU WILL SAVE BY PAYING OFF IN 36 MONTHS'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  STMT-MPW-SAVINGS              PIC -(9)9.99.
           05  FILLER                        PIC X(39) VALUE SPACES.

      * Statement messages: the targeted marketing and
      * compliance messages chosen for the statement
      * (CVSMS01Y.cpy), two text lines each, after the
      * disclosures.
       01  STMT-MSG-TITLE.
           05  FILLER                        PIC X(40)
                   VALUE 'IMPORTANT MESSAGES'.
           05  FILLER                        PIC X(92) VALUE SPACES.

       01  STMT-MSG-LINE.
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  STMT-MSG-TEXT                 PIC X(76).
           05  FILLER                        PIC X(54) VALUE SPACES.

       01  STMT-BLANK-LINE                   PIC X(132) VALUE SPACES.
