      *****************************************************************
      *    Data-structure for statement text by language
      *****************************************************************
      * Record Layout Copybook: Statement wording in each
      *   supported language. Every fixed label and disclosure
      *   sentence CBSTM03A prints on a statement (CVSTM01Y.cpy)
      *   is held here once in English and once in Spanish.
      *   Before each statement, and before each consolidated
      *   banner, CBSTM03A moves the set for the customer's
      *   preferred language (CUST-PREF-LANG-CD, CVCUS01Y.cpy)
      *   to STMT-LANG-TEXT and from there onto the print lines,
      *   so the printed statement, its archived lines and the
      *   print-vendor extract built from them all carry the
      *   same wording. Spanish customers get the Spanish set;
      *   every other language prints in English until its set
      *   is added here.
      *
      *   STMT-LANG-ENGLISH and STMT-LANG-SPANISH are value-only
      *   images of STMT-LANG-TEXT and must match it field for
      *   field: a new label goes into all three at the same
      *   position, at the width of the print-line field it
      *   fills.
      *
      * Consuming programs (batch):
      *   CBSTM03A - Statement generation
      *
      * Cross-references:
      *   Print lines: CVSTM01Y.cpy
      *   Customer:    CVCUS01Y.cpy (CUST-PREF-LANG-CD)
      *****************************************************************
       01  STMT-LANG-TEXT.
      * Heading block and summary labels (STMT-PAGE-HEADER through STMT-
      * PERIOD-LINE)
           05  STMT-LT-HDR-TITLE             PIC X(40).
           05  STMT-LT-HDR-RUN               PIC X(12).
           05  STMT-LT-ACCT-ID               PIC X(15).
           05  STMT-LT-ACCT-OF               PIC X(15).
           05  STMT-LT-ADDR                  PIC X(15).
           05  STMT-LT-CREDIT-LIMIT          PIC X(20).
           05  STMT-LT-CURR-BAL              PIC X(20).
           05  STMT-LT-MIN-PAY               PIC X(20).
           05  STMT-LT-PAY-DUE               PIC X(20).
           05  STMT-LT-PERIOD                PIC X(20).
           05  STMT-LT-PERIOD-THRU           PIC X(06).
           05  STMT-LT-SKIP-LINE             PIC X(132).
      * Transaction column header and total line
           05  STMT-LT-COL-HEADER            PIC X(132).
           05  STMT-LT-TOT-COUNT             PIC X(30).
           05  STMT-LT-TOT-AMOUNT            PIC X(20).
      * Consolidated-statement banner and customer totals
           05  STMT-LT-CUST-HDR              PIC X(26).
           05  STMT-LT-CUST-ID               PIC X(08).
           05  STMT-LT-CUST-BAL              PIC X(26).
           05  STMT-LT-CUST-MIN              PIC X(20).
      * Interest charge calculation section
           05  STMT-LT-INT-CALC-TITLE        PIC X(132).
           05  STMT-LT-INT-CALC-HEADER       PIC X(132).
      * Balance type names, in the order purchases (01), cash advances
      * (08), balance transfers (10), installment plans (11),
      * convenience checks (12), other
           05  STMT-LT-BAL-TYPE              PIC X(30)
                                             OCCURS 6 TIMES.
      * Balance type notes: grace period (G), plan fee only (I), not
      * accruing (N)
           05  STMT-LT-BAL-NOTE              PIC X(14)
                                             OCCURS 3 TIMES.
      * Fees and interest charged section; the year-to-date labels are
      * followed by the year
           05  STMT-LT-FEE-INT-TITLE         PIC X(132).
           05  STMT-LT-FEES-CYCLE            PIC X(45).
           05  STMT-LT-INT-CYCLE             PIC X(45).
           05  STMT-LT-FEES-YEAR             PIC X(40).
           05  STMT-LT-INT-YEAR              PIC X(40).
      * Late payment warning section
           05  STMT-LT-LATE-WARN-TITLE       PIC X(132).
           05  STMT-LT-LWN-IF                PIC X(21).
           05  STMT-LT-LWN-BY                PIC X(24).
           05  STMT-LT-LWN-FEE               PIC X(43).
           05  STMT-LT-LWN-APR               PIC X(31).
           05  STMT-LT-LWN-PENALTY           PIC X(25).
           05  STMT-LT-LWG-FEE               PIC X(77).
      * Minimum payment warning section
           05  STMT-LT-MINPAY-TITLE          PIC X(132).
           05  STMT-LT-MINPAY-INTRO-1        PIC X(132).
           05  STMT-LT-MINPAY-INTRO-2        PIC X(132).
           05  STMT-LT-MINPAY-HEADER         PIC X(132).
           05  STMT-LT-MINPAY-NEVER          PIC X(132).
           05  STMT-LT-MPW-MINIMUM           PIC X(27).
           05  STMT-LT-MPW-36-MONTH          PIC X(27).
           05  STMT-LT-MPW-MONTHS            PIC X(36).
           05  STMT-LT-MPW-SAVINGS           PIC X(40).
      * Statement messages section (CVSMS01Y.cpy)
           05  STMT-LT-MSG-TITLE             PIC X(132).

      * English text
       01  STMT-LANG-ENGLISH.
           05  FILLER                        PIC X(40)
                   VALUE 'CARDDEMO ACCOUNT STATEMENT'.
           05  FILLER                        PIC X(12)
                   VALUE 'RUN DATE :'.
           05  FILLER                        PIC X(15)
                   VALUE 'ACCOUNT ID :'.
           05  FILLER                        PIC X(15)
                   VALUE ' STATEMENT OF'.
           05  FILLER                        PIC X(15)
                   VALUE 'ADDRESS    :'.
           05  FILLER                        PIC X(20)
                   VALUE 'CREDIT LIMIT :'.
           05  FILLER                        PIC X(20)
                   VALUE 'CURRENT BALANCE :'.
           05  FILLER                        PIC X(20)
                   VALUE 'MINIMUM DUE  :'.
           05  FILLER                        PIC X(20)
                   VALUE 'PAYMENT DUE BY  :'.
           05  FILLER                        PIC X(20)
                   VALUE 'STATEMENT PERIOD :'.
           05  FILLER                        PIC X(06)
                   VALUE ' THRU'.
           05  FILLER                        PIC X(40)
                   VALUE '** PAYMENT SKIPPED THIS CYCLE    PER YOU'.
           05  FILLER                        PIC X(40)
                   VALUE 'R ELECTION -  INTEREST CONTINUES TO ACCR'.
           05  FILLER                        PIC X(40)
                   VALUE 'UE **'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TRANSACTION ID    DATE           DESCRIP'.
           05  FILLER                        PIC X(40)
                   VALUE 'TION'.
           05  FILLER                        PIC X(40)
                   VALUE '             AMOUNT'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(30)
                   VALUE 'TOTAL TRANSACTIONS THIS STMT :'.
           05  FILLER                        PIC X(20)
                   VALUE '  NET AMOUNT :'.
           05  FILLER                        PIC X(26)
                   VALUE 'CONSOLIDATED STATEMENT -'.
           05  FILLER                        PIC X(08)
                   VALUE '  CUST:'.
           05  FILLER                        PIC X(26)
                   VALUE 'ALL ACCOUNTS - BALANCE :'.
           05  FILLER                        PIC X(20)
                   VALUE '  MINIMUM DUE :'.
           05  FILLER                        PIC X(40)
                   VALUE 'INTEREST CHARGE CALCULATION'.
           05  FILLER                        PIC X(40)
                   VALUE 'YOUR ANNUAL PERCENTAGE RATE (APR) IS THE'.
           05  FILLER                        PIC X(40)
                   VALUE ' ANNUAL     INTEREST RATE ON YOUR ACCOUN'.
           05  FILLER                        PIC X(12)
                   VALUE 'T.'.
           05  FILLER                        PIC X(40)
                   VALUE 'TYPE OF BALANCE               ANNUAL PER'.
           05  FILLER                        PIC X(40)
                   VALUE 'CENTAGE RATE (APR)    BALANCE SUBJECT TO'.
           05  FILLER                        PIC X(40)
                   VALUE ' INTEREST RATE    INTEREST CHARGE'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(30)
                   VALUE 'PURCHASES'.
           05  FILLER                        PIC X(30)
                   VALUE 'CASH ADVANCES'.
           05  FILLER                        PIC X(30)
                   VALUE 'BALANCE TRANSFERS'.
           05  FILLER                        PIC X(30)
                   VALUE 'INSTALLMENT PLANS'.
           05  FILLER                        PIC X(30)
                   VALUE 'CONVENIENCE CHECKS'.
           05  FILLER                        PIC X(30)
                   VALUE 'OTHER BALANCES'.
           05  FILLER                        PIC X(14)
                   VALUE 'GRACE PERIOD'.
           05  FILLER                        PIC X(14)
                   VALUE 'PLAN FEE ONLY'.
           05  FILLER                        PIC X(14)
                   VALUE 'NOT ACCRUING'.
           05  FILLER                        PIC X(40)
                   VALUE 'FEES AND INTEREST CHARGED'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL FEES CHARGED IN THIS PERIOD'.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL INTEREST CHARGED IN THIS PERIOD'.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL FEES CHARGED IN'.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL INTEREST CHARGED IN'.
           05  FILLER                        PIC X(40)
                   VALUE 'LATE PAYMENT WARNING'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(21)
                   VALUE 'IF WE DO NOT RECEIVE'.
           05  FILLER                        PIC X(24)
                   VALUE 'YOUR MINIMUM PAYMENT BY'.
           05  FILLER                        PIC X(40)
                   VALUE ', YOU MAY HAVE TO PAY A LATE FEE OF UP T'.
           05  FILLER                        PIC X(03)
                   VALUE 'O $'.
           05  FILLER                        PIC X(31)
                   VALUE 'AND YOUR APRS MAY BE INCREASED'.
           05  FILLER                        PIC X(25)
                   VALUE 'UP TO THE PENALTY APR OF'.
           05  FILLER                        PIC X(40)
                   VALUE ', YOU MAY HAVE TO PAY A LATE FEE.'.
           05  FILLER                        PIC X(37) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'MINIMUM PAYMENT WARNING'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'IF YOU MAKE ONLY THE MINIMUM PAYMENT EAC'.
           05  FILLER                        PIC X(40)
                   VALUE 'H PERIOD, YOU WILL PAY MORE IN       INT'.
           05  FILLER                        PIC X(40)
                   VALUE 'EREST AND IT WILL TAKE    YOU LONGER TO'.
           05  FILLER                        PIC X(12)
                   VALUE 'PAY OFF YOUR'.
           05  FILLER                        PIC X(40)
                   VALUE 'BALANCE. IF YOU MAKE NO ADDITIONAL CHARG'.
           05  FILLER                        PIC X(40)
                   VALUE 'ES USING THIS CARD AND EACH MONTH YOU PA'.
           05  FILLER                        PIC X(40)
                   VALUE 'Y:'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'EACH MONTH YOU PAY'.
           05  FILLER                        PIC X(40)
                   VALUE 'YOU WILL PAY OFF THE BALANCE IN ABOUT'.
           05  FILLER                        PIC X(40)
                   VALUE 'AND YOU WILL END UP PAYING'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'ONLY THE MINIMUM PAYMENT'.
           05  FILLER                        PIC X(40)
                   VALUE 'NEVER - THE MINIMUM DOES NOTPAY THE BALA'.
           05  FILLER                        PIC X(40)
                   VALUE 'NCE DOWN'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(27)
                   VALUE 'ONLY THE MINIMUM PAYMENT'.
           05  FILLER                        PIC X(27)
                   VALUE 'THE 36-MONTH PAYMENT OF'.
           05  FILLER                        PIC X(36)
                   VALUE ' MONTHS'.
           05  FILLER                        PIC X(40)
                   VALUE 'YOU WILL SAVE BY PAYING OFF IN 36 MONTHS'.
           05  FILLER                        PIC X(40)
                   VALUE 'IMPORTANT MESSAGES'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.

      * Spanish text
       01  STMT-LANG-SPANISH.
           05  FILLER                        PIC X(40)
                   VALUE 'ESTADO DE CUENTA CARDDEMO'.
           05  FILLER                        PIC X(12)
                   VALUE 'FECHA    :'.
           05  FILLER                        PIC X(15)
                   VALUE 'CUENTA     :'.
           05  FILLER                        PIC X(15)
                   VALUE ' TITULAR    :'.
           05  FILLER                        PIC X(15)
                   VALUE 'DIRECCION  :'.
           05  FILLER                        PIC X(20)
                   VALUE 'LIMITE CREDITO :'.
           05  FILLER                        PIC X(20)
                   VALUE 'SALDO ACTUAL    :'.
           05  FILLER                        PIC X(20)
                   VALUE 'PAGO MINIMO  :'.
           05  FILLER                        PIC X(20)
                   VALUE 'PAGAR ANTES DEL :'.
           05  FILLER                        PIC X(20)
                   VALUE 'PERIODO          :'.
           05  FILLER                        PIC X(06)
                   VALUE ' AL'.
           05  FILLER                        PIC X(40)
                   VALUE '** PAGO OMITIDO ESTE CICLO POR SU ELECCI'.
           05  FILLER                        PIC X(40)
                   VALUE 'ON - LOS INTERESES SIGUEN ACUMULANDOSE *'.
           05  FILLER                        PIC X(40)
                   VALUE '*'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TRANSACCION       FECHA          DESCRIP'.
           05  FILLER                        PIC X(40)
                   VALUE 'CION'.
           05  FILLER                        PIC X(40)
                   VALUE '             IMPORTE'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(30)
                   VALUE 'TOTAL DE TRANSACCIONES       :'.
           05  FILLER                        PIC X(20)
                   VALUE '  IMPORTE NETO :'.
           05  FILLER                        PIC X(26)
                   VALUE 'ESTADO CONSOLIDADO -'.
           05  FILLER                        PIC X(08)
                   VALUE '  CLTE:'.
           05  FILLER                        PIC X(26)
                   VALUE 'TODAS LAS CUENTAS - SALDO:'.
           05  FILLER                        PIC X(20)
                   VALUE '  PAGO MINIMO :'.
           05  FILLER                        PIC X(40)
                   VALUE 'CALCULO DEL CARGO POR INTERESES'.
           05  FILLER                        PIC X(40)
                   VALUE 'SU TASA DE PORCENTAJE ANUAL (APR) ES LA'.
           05  FILLER                        PIC X(40)
                   VALUE 'TASA DE INTERES ANUAL DE SU CUENTA.'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TIPO DE SALDO                 TASA DE PO'.
           05  FILLER                        PIC X(40)
                   VALUE 'RCENTAJE ANUAL (APR)  SALDO SUJETO A TAS'.
           05  FILLER                        PIC X(40)
                   VALUE 'A DE INTERES      CARGO POR INTERESES'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(30)
                   VALUE 'COMPRAS'.
           05  FILLER                        PIC X(30)
                   VALUE 'ADELANTOS DE EFECTIVO'.
           05  FILLER                        PIC X(30)
                   VALUE 'TRANSFERENCIAS DE SALDO'.
           05  FILLER                        PIC X(30)
                   VALUE 'PLANES A PLAZOS'.
           05  FILLER                        PIC X(30)
                   VALUE 'CHEQUES DE CONVENIENCIA'.
           05  FILLER                        PIC X(30)
                   VALUE 'OTROS SALDOS'.
           05  FILLER                        PIC X(14)
                   VALUE 'PERIODO GRACIA'.
           05  FILLER                        PIC X(14)
                   VALUE 'SOLO CUOTA'.
           05  FILLER                        PIC X(14)
                   VALUE 'SIN INTERESES'.
           05  FILLER                        PIC X(40)
                   VALUE 'CARGOS E INTERESES COBRADOS'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL DE CARGOS EN ESTE PERIODO'.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL DE INTERESES EN ESTE PERIODO'.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL DE CARGOS EN'.
           05  FILLER                        PIC X(40)
                   VALUE 'TOTAL DE INTERESES EN'.
           05  FILLER                        PIC X(40)
                   VALUE 'AVISO DE PAGO ATRASADO'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(21)
                   VALUE 'SI NO RECIBIMOS SU'.
           05  FILLER                        PIC X(24)
                   VALUE 'PAGO MINIMO ANTES DEL'.
           05  FILLER                        PIC X(40)
                   VALUE ', PODRIA PAGAR UN CARGO POR MORA DE HAST'.
           05  FILLER                        PIC X(03)
                   VALUE 'A $'.
           05  FILLER                        PIC X(31)
                   VALUE 'Y SUS TASAS PODRIAN AUMENTAR'.
           05  FILLER                        PIC X(25)
                   VALUE 'HASTA LA TASA PENAL DE'.
           05  FILLER                        PIC X(40)
                   VALUE ', PODRIA TENER QUE PAGAR UN CARGO POR MO'.
           05  FILLER                        PIC X(37)
                   VALUE 'RA.'.
           05  FILLER                        PIC X(40)
                   VALUE 'AVISO SOBRE EL PAGO MINIMO'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'SI HACE SOLO EL PAGO MINIMO CADA PERIODO'.
           05  FILLER                        PIC X(40)
                   VALUE ', PAGARA MAS EN INTERESES Y LE TOMARA MA'.
           05  FILLER                        PIC X(40)
                   VALUE 'S TIEMPO PAGAR SU'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'SALDO. SI NO HACE CARGOS ADICIONALES CON'.
           05  FILLER                        PIC X(40)
                   VALUE ' ESTA TARJETA Y CADA MES PAGA:'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'CADA MES PAGA'.
           05  FILLER                        PIC X(40)
                   VALUE 'LIQUIDARA EL SALDO EN APROXIMADAMENTE'.
           05  FILLER                        PIC X(40)
                   VALUE 'Y TERMINARA PAGANDO'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(40)
                   VALUE 'SOLO EL PAGO MINIMO'.
           05  FILLER                        PIC X(40)
                   VALUE 'NUNCA - EL PAGO MINIMO NO REDUCE EL SALD'.
           05  FILLER                        PIC X(40)
                   VALUE 'O'.
           05  FILLER                        PIC X(12) VALUE SPACES.
           05  FILLER                        PIC X(27)
                   VALUE 'SOLO EL PAGO MINIMO'.
           05  FILLER                        PIC X(27)
                   VALUE 'EL PAGO A 36 MESES DE'.
           05  FILLER                        PIC X(36)
                   VALUE ' MESES'.
           05  FILLER                        PIC X(40)
                   VALUE 'AHORRARA SI LIQUIDA EN 36 MESES'.
           05  FILLER                        PIC X(40)
                   VALUE 'MENSAJES IMPORTANTES'.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(40) VALUE SPACES.
           05  FILLER                        PIC X(12) VALUE SPACES.
