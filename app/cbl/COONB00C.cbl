      *              (SYNCPOINT ROLLBACK) so a partial origination
      *              can never survive. One 'A' AUDITLOG record
      *              describes the origination.
      * Underwriting: the operator also keys the applicant's
      *              stated annual income and monthly housing
      *              payment, and the keyed limit is the limit
      *              requested. Before anything is booked the
      *              application is decided against the product's
      *              DECRULE score bands (CVCAP02Y.cpy) and kept
      *              on CREDAPP (CVCAP01Y.cpy) whatever the
      *              outcome:
      *                approve       - booked as keyed
      *                counter-offer - booked at the lower
      *                                assigned limit, with a
      *                                CNTR adverse action letter
      *                decline       - nothing booked; an ADVA
      *                                adverse action letter
      *                refer         - held for an underwriter
      *              The letters go through LETTERQ with the
      *              principal reasons in the &TEXT. A referred
      *              application is worked by keying its number
      *              in APPID: Enter shows it, PF5 approves it at
      *              the limit keyed (a lower limit needs a
      *              reason and makes it a counter-offer), PF6
      *              declines it with the reason keyed. The
      *              underwriter must not be the user who took
      *              the application; each decision writes an
      *              'e' AUDITLOG record.
      * Language:    the applicant's preferred correspondence
      *              language (EN, ES, FR, PT, ZH or VI; blank is
      *              EN) is kept on the application and booked
      *              onto the customer, so the adverse action
      *              letter and every later letter and statement
      *              go out in it.
      * Field edits: the same positional-format rules COACTUPC
      *              applies (amounts 99999999.99, numeric IDs) and
      *              the CSUTLDTC calendar validation COTRN02C
      * Files:       CUSTDAT, ACCTDAT, CARDDAT, CARDXREF (STARTBR/
      *              READPREV/ENDBR for ID assignment, WRITE),
      *              AUDITLOG (WRITE)
      *              CREDAPP (STARTBR/READPREV/ENDBR, READ, WRITE,
      *              REWRITE), DECRULE (STARTBR/READNEXT/ENDBR),
      *              LETTERQ (WRITE, 'ADVA' / 'CNTR')
      * Navigation:  PF3 returns to admin menu. PF4 clears.
      *              PF5 / PF6 approve / decline a referral.
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COONB00C.
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CARDXREF-FILE           PIC X(08) VALUE 'CARDXREF'.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
         05 WS-CREDAPP-FILE            PIC X(08) VALUE 'CREDAPP '.
         05 WS-DECRULE-FILE            PIC X(08) VALUE 'DECRULE '.
         05 WS-LETTERQ-FILE            PIC X(08) VALUE 'LETTERQ '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-CASH-LIMIT-N            PIC S9(09)V99 VALUE ZERO.
         05 WS-SSN-N                   PIC 9(09) VALUE 0.
         05 WS-FICO-N                  PIC 9(03) VALUE 0.
      * Preferred language as keyed, blank read as 'EN'
         05 WS-PREF-LANG-IN            PIC X(02) VALUE 'EN'.
           88 WS-PREF-LANG-VALID           VALUE 'EN' 'ES' 'FR'
                                                 'PT' 'ZH' 'VI'.
      * Date work: today and the three-years-out expiration
         05 WS-TODAY-X10               PIC X(10) VALUE SPACES.
         05 WS-EXPIRY-X10              PIC X(10) VALUE SPACES.
         05 WS-LUHN-FUNCTION           PIC X(01) VALUE 'G'.
         05 WS-LUHN-RESULT             PIC X(01) VALUE SPACES.

      * Credit application decisioning
       01 WS-DECISION-WORK.
      * Numeric conversions of the keyed underwriting inputs
         05 WS-INCOME-N                PIC S9(09)V99 VALUE ZERO.
         05 WS-HOUSING-N               PIC S9(09)V99 VALUE ZERO.
         05 WS-APP-ID-N                PIC 9(11) VALUE 0.
      * Whether this origination books a new application or
      * completes a referred one
         05 WS-APP-SOURCE              PIC X(01) VALUE 'N'.
           88 WS-APP-IS-NEW                      VALUE 'N'.
           88 WS-APP-IS-REFERRAL                 VALUE 'U'.
      * The product's score bands: none on file, none covering
      * the score, or the band found
         05 WS-BAND-FLG                PIC X(01) VALUE 'N'.
           88 BAND-NO-RULES                      VALUE 'N'.
           88 BAND-NOT-COVERED                   VALUE 'G'.
           88 BAND-FOUND                         VALUE 'Y'.
         05 WS-BAND-DONE-FLG           PIC X(01) VALUE 'N'.
      * The limit the band and the income support
         05 WS-INCOME-LIMIT-N          PIC S9(09)V99 VALUE ZERO.
         05 WS-ASSIGN-LIMIT-N          PIC S9(09)V99 VALUE ZERO.
         05 WS-HUNDREDS-N              PIC S9(09) VALUE ZERO.
      * Principal reasons gathered for the adverse action
         05 WS-REASON-CNT              PIC 9(01) VALUE 0.
         05 WS-NEW-REASON              PIC X(02) VALUE SPACES.
         05 WS-UW-REASON               PIC X(02) VALUE SPACES.
           88 WS-UW-REASON-VALID                 VALUE 'SC' 'DT'
                                                       'IN' 'HI'.
         05 WS-RSN-I                   PIC 9(01) VALUE 0.
         05 WS-RSN-TEXT                PIC X(14) VALUE SPACES.
         05 WS-RSN-PTR                 PIC 9(02) VALUE 1.
      * Display editing of the amounts on the screen and in
      * the messages
         05 WS-AMOUNT-EDIT             PIC 9(08).99.
         05 WS-LIMIT-EDIT              PIC Z(07)9.99.
         05 WS-AUD-VERB                PIC X(10) VALUE SPACES.

      * --- Parameter block for CSUTLDTC date validation call ------
       01 CSUTLDTC-PARM.
          05 CSUTLDTC-DATE                   PIC X(10).
       COPY CVACT03Y.
      * 135-byte audit trail record (AUDIT-RECORD)
       COPY CSAUD01Y.
      * 400-byte credit application record
      * (CREDIT-APPLICATION-RECORD)
       COPY CVCAP01Y.
      * 80-byte credit decision rule record (DECISION-RULE-RECORD)
       COPY CVCAP02Y.
      * Letter template + queue records (LETTER-QUEUE-RECORD)
       COPY CVLTR01Y.

      * Sanctions watch-list and match-queue records
       COPY CVSAN01Y.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      * Main entry point. AID dispatch: Enter=validate/create,
      * PF3=back, PF4=clear, PF5/PF6=approve/decline a referral.
       MAIN-PARA.
           SET ERR-FLG-OFF     TO TRUE

                           PERFORM RETURN-TO-PREV-SCREEN
                       WHEN DFHPF4
                           PERFORM CLEAR-CURRENT-SCREEN
                       WHEN DFHPF5
                           PERFORM UNDERWRITER-APPROVE
                       WHEN DFHPF6
                           PERFORM UNDERWRITER-DECLINE
                       WHEN OTHER
                           MOVE 'Y'                       TO WS-ERR-FLG
                           MOVE CCDA-MSG-INVALID-KEY      TO WS-MESSAGE
      *                      PROCESS-ENTER-KEY
      *----------------------------------------------------------------*
      * Validates every keyed field, then requires the Y
      * confirmation before deciding the application. An
      * application number keyed in APPID shows that
      * application instead.
       PROCESS-ENTER-KEY.
           IF APPIDI OF COONB0AI NOT = SPACES AND LOW-VALUES
               PERFORM SHOW-APPLICATION
           END-IF

           PERFORM VALIDATE-CUSTOMER-FIELDS
           IF ERR-FLG-ON
               PERFORM SEND-ONBOARD-SCREEN
               PERFORM SEND-ONBOARD-SCREEN
           END-IF

           PERFORM VALIDATE-APPLICATION-FIELDS
           IF ERR-FLG-ON
               PERFORM SEND-ONBOARD-SCREEN
           END-IF

      * Sanctions screen before anything is originated: a hit
      * is queued for review and the origination is blocked
           PERFORM SCREEN-SANCTIONS-INLINE
           EVALUATE CONFIRMI OF COONB0AI
               WHEN 'Y'
               WHEN 'y'
                   PERFORM DECIDE-NEW-APPLICATION
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Review the entries, then confirm Y...' TO
      *----------------------------------------------------------------*
      * Identity edits: names required, SSN nine digits, DOB a
      * real calendar date (CSUTLDTC), FICO three digits in the
      * bureau range, language one of the supported codes.
       VALIDATE-CUSTOMER-FIELDS.
           IF FNAMEI OF COONB0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
                               WS-MESSAGE
               MOVE -1       TO FICOL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF

           MOVE 'EN' TO WS-PREF-LANG-IN
           IF PRFLNGI OF COONB0AI NOT = SPACES AND LOW-VALUES
               MOVE PRFLNGI OF COONB0AI TO WS-PREF-LANG-IN
           END-IF
           IF NOT WS-PREF-LANG-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Language must be EN, ES, FR, PT, ZH or VI...' TO
                               WS-MESSAGE
               MOVE -1       TO PRFLNGL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                   VALIDATE-APPLICATION-FIELDS
      *----------------------------------------------------------------*
      * Underwriting-input edits: stated annual income required
      * and above zero, monthly housing payment optional (blank
      * is none), both in the positional amount format.
       VALIDATE-APPLICATION-FIELDS.
           EVALUATE TRUE
               WHEN INCOMEI OF COONB0AI(1:8) NOT NUMERIC
               WHEN INCOMEI OF COONB0AI(9:1) NOT = '.'
               WHEN INCOMEI OF COONB0AI(10:2) IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Annual income should be format 99999999.99'
                                TO WS-MESSAGE
                   MOVE -1       TO INCOMEL OF COONB0AI
                   PERFORM SEND-ONBOARD-SCREEN
               WHEN OTHER
                   COMPUTE WS-INCOME-N =
                       FUNCTION NUMVAL-C(INCOMEI OF COONB0AI)
           END-EVALUATE
           IF WS-INCOME-N <= ZERO
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Annual income must be greater than zero...' TO
                               WS-MESSAGE
               MOVE -1       TO INCOMEL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF

           IF HOUSNGI OF COONB0AI = SPACES OR LOW-VALUES
               MOVE ZERO TO WS-HOUSING-N
           ELSE
               EVALUATE TRUE
                   WHEN HOUSNGI OF COONB0AI(1:8) NOT NUMERIC
                   WHEN HOUSNGI OF COONB0AI(9:1) NOT = '.'
                   WHEN HOUSNGI OF COONB0AI(10:2) IS NOT NUMERIC
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Housing should be format 99999999.99'
                                    TO WS-MESSAGE
                       MOVE -1       TO HOUSNGL OF COONB0AI
                       PERFORM SEND-ONBOARD-SCREEN
                   WHEN OTHER
                       COMPUTE WS-HOUSING-N =
                           FUNCTION NUMVAL-C(HOUSNGI OF COONB0AI)
               END-EVALUATE
               IF WS-HOUSING-N > 9999999.99
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Housing payment is too large...' TO
                                   WS-MESSAGE
                   MOVE -1       TO HOUSNGL OF COONB0AI
                   PERFORM SEND-ONBOARD-SCREEN
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   DECIDE-NEW-APPLICATION
      *----------------------------------------------------------------*
      * Builds the application, decides it against the
      * product's score bands and numbers it. A decline is
      * kept with its adverse action letter queued, a referral
      * is kept for an underwriter, and an approval or counter-
      * offer goes on to be booked at the assigned limit (the
      * cash limit never above it). The application, its
      * letter and the booked account share one unit of work.
       DECIDE-NEW-APPLICATION.
           PERFORM GET-NEXT-APP-ID
           IF ERR-FLG-ON
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           PERFORM BUILD-APPLICATION-RECORD
           PERFORM APPLY-DECISION-RULES THRU APPLY-DECISION-RULES-EXIT
           IF ERR-FLG-ON
               PERFORM SEND-ONBOARD-SCREEN
           END-IF

           EVALUATE TRUE
               WHEN APP-DECISION-DECLINE
                   SET APP-STATUS-DECLINED TO TRUE
                   MOVE 'ADVA' TO APP-LETTER-CODE
                   PERFORM WRITE-APPLICATION
                   IF ERR-FLG-ON
                       PERFORM BACKOUT-ORIGINATION
                   END-IF
                   PERFORM QUEUE-DECISION-LETTER
                   IF ERR-FLG-ON
                       PERFORM BACKOUT-ORIGINATION
                   END-IF
                   MOVE SPACES TO CONFIRMI OF COONB0AI
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'Application ' DELIMITED BY SIZE
                          APP-ID         DELIMITED BY SIZE
                          ' declined - adverse action letter queued'
                                         DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-ONBOARD-SCREEN
               WHEN APP-DECISION-REFER
                   SET APP-STATUS-REFERRED TO TRUE
                   PERFORM WRITE-APPLICATION
                   IF ERR-FLG-ON
                       PERFORM BACKOUT-ORIGINATION
                   END-IF
                   MOVE SPACES TO CONFIRMI OF COONB0AI
                   MOVE DFHGREEN TO ERRMSGC OF COONB0AO
                   MOVE SPACES TO WS-MESSAGE
                   STRING 'Application ' DELIMITED BY SIZE
                          APP-ID         DELIMITED BY SIZE
                          ' referred to an underwriter'
                                         DELIMITED BY SIZE
                     INTO WS-MESSAGE
                   PERFORM SEND-ONBOARD-SCREEN
               WHEN OTHER
                   MOVE APP-ASSIGNED-LIMIT TO WS-CREDIT-LIMIT-N
                   IF WS-CASH-LIMIT-N > WS-CREDIT-LIMIT-N
                       MOVE WS-CREDIT-LIMIT-N TO WS-CASH-LIMIT-N
                   END-IF
                   SET WS-APP-IS-NEW TO TRUE
                   PERFORM ORIGINATE-ACCOUNT
           END-EVALUATE.

      *----------------------------------------------------------------*
      *                   BUILD-APPLICATION-RECORD
      *----------------------------------------------------------------*
      * The application as keyed: who took it and when, the
      * applicant, the product and the underwriting inputs.
       BUILD-APPLICATION-RECORD.
           PERFORM SET-TODAY-DATE
           INITIALIZE CREDIT-APPLICATION-RECORD
           MOVE WS-APP-ID-N           TO APP-ID
           MOVE WS-TODAY-X10          TO APP-DATE
           MOVE CDEMO-USER-ID         TO APP-TAKEN-BY-USR-ID
           MOVE FNAMEI  OF COONB0AI   TO APP-FIRST-NAME
           MOVE MNAMEI  OF COONB0AI   TO APP-MIDDLE-NAME
           MOVE LNAMEI  OF COONB0AI   TO APP-LAST-NAME
           MOVE ADDR1I  OF COONB0AI   TO APP-ADDR-LINE-1
           MOVE STATEI  OF COONB0AI   TO APP-ADDR-STATE-CD
           MOVE ZIPI    OF COONB0AI   TO APP-ADDR-ZIP
           MOVE PHONE1I OF COONB0AI   TO APP-PHONE-NUM
           MOVE EMAILI  OF COONB0AI   TO APP-EMAIL-ADDR
           MOVE WS-PREF-LANG-IN       TO APP-PREF-LANG-CD
           MOVE WS-SSN-N              TO APP-SSN
           MOVE DOBI    OF COONB0AI   TO APP-DOB
           MOVE GROUPIDI OF COONB0AI  TO APP-PRODUCT-ID
           MOVE WS-INCOME-N           TO APP-ANNUAL-INCOME
           MOVE WS-HOUSING-N          TO APP-MONTHLY-HOUSING
           MOVE WS-FICO-N             TO APP-BUREAU-SCORE
           MOVE WS-CREDIT-LIMIT-N     TO APP-REQ-LIMIT
           MOVE WS-CASH-LIMIT-N       TO APP-REQ-CASH-LIMIT.

      *----------------------------------------------------------------*
      *                   APPLY-DECISION-RULES
      *----------------------------------------------------------------*
      * Decides the application against the band covering the
      * bureau score (CVCAP02Y.cpy). A score no band covers, or
      * a decline band, declines on credit score (SC). In an
      * approve or refer band the housing payment against
      * monthly income over the band's cutoff declines on
      * debt to income (DT), and an income that cannot carry
      * the band's minimum line declines on income (IN). The
      * limit is the least of the requested limit, the band
      * maximum and the income multiple; below the requested
      * limit it is a counter-offer, giving SC when the band
      * maximum held it down and IN when the income did. A
      * product with no bands on file cannot be decided at
      * all.
       APPLY-DECISION-RULES.
           PERFORM FIND-DECISION-BAND
           IF BAND-NO-RULES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'No decision rules on file for this product...'
                    TO WS-MESSAGE
               MOVE -1      TO GROUPIDL OF COONB0AI
               GO TO APPLY-DECISION-RULES-EXIT
           END-IF

           MOVE 0      TO WS-REASON-CNT
           MOVE SPACES TO APP-REASONS
           MOVE ZERO   TO WS-ASSIGN-LIMIT-N
           COMPUTE APP-DTI-PCT ROUNDED =
               (APP-MONTHLY-HOUSING * 1200) / APP-ANNUAL-INCOME
               ON SIZE ERROR
                   MOVE 999.9 TO APP-DTI-PCT
           END-COMPUTE

           IF BAND-NOT-COVERED
               MOVE ZERO TO APP-BAND-SCORE-LOW
               MOVE 'SC' TO WS-NEW-REASON
               PERFORM ADD-DECISION-REASON
           ELSE
               MOVE DRL-SCORE-LOW TO APP-BAND-SCORE-LOW
               IF DRL-BAND-DECLINE
                   MOVE 'SC' TO WS-NEW-REASON
                   PERFORM ADD-DECISION-REASON
               ELSE
                   IF APP-DTI-PCT > DRL-MAX-DTI-PCT
                       MOVE 'DT' TO WS-NEW-REASON
                       PERFORM ADD-DECISION-REASON
                   END-IF
                   PERFORM COMPUTE-ASSIGNED-LIMIT
                   IF WS-ASSIGN-LIMIT-N < DRL-MIN-LIMIT
                       MOVE 'IN' TO WS-NEW-REASON
                       PERFORM ADD-DECISION-REASON
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-REASON-CNT > 0
                   SET APP-DECISION-DECLINE TO TRUE
                   MOVE ZERO TO APP-ASSIGNED-LIMIT
               WHEN DRL-BAND-REFER
                   SET APP-DECISION-REFER TO TRUE
                   MOVE WS-ASSIGN-LIMIT-N TO APP-ASSIGNED-LIMIT
               WHEN WS-ASSIGN-LIMIT-N < APP-REQ-LIMIT
                   SET APP-DECISION-COUNTER TO TRUE
                   MOVE WS-ASSIGN-LIMIT-N TO APP-ASSIGNED-LIMIT
                   MOVE 'CNTR' TO APP-LETTER-CODE
                   IF DRL-MAX-LIMIT < APP-REQ-LIMIT
                       MOVE 'SC' TO WS-NEW-REASON
                       PERFORM ADD-DECISION-REASON
                   END-IF
                   IF WS-INCOME-LIMIT-N < APP-REQ-LIMIT
                       MOVE 'IN' TO WS-NEW-REASON
                       PERFORM ADD-DECISION-REASON
                   END-IF
               WHEN OTHER
                   SET APP-DECISION-APPROVE TO TRUE
                   MOVE WS-ASSIGN-LIMIT-N TO APP-ASSIGNED-LIMIT
           END-EVALUATE.
       APPLY-DECISION-RULES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                   COMPUTE-ASSIGNED-LIMIT
      *----------------------------------------------------------------*
      * The requested limit, held to the band maximum and to
      * the income multiple; a limit held down is cut to whole
      * hundreds.
       COMPUTE-ASSIGNED-LIMIT.
           COMPUTE WS-INCOME-LIMIT-N =
               (APP-ANNUAL-INCOME * DRL-INCOME-LIMIT-PCT) / 100
           MOVE APP-REQ-LIMIT TO WS-ASSIGN-LIMIT-N
           IF DRL-MAX-LIMIT < WS-ASSIGN-LIMIT-N
               MOVE DRL-MAX-LIMIT TO WS-ASSIGN-LIMIT-N
           END-IF
           IF WS-INCOME-LIMIT-N < WS-ASSIGN-LIMIT-N
               MOVE WS-INCOME-LIMIT-N TO WS-ASSIGN-LIMIT-N
           END-IF
           IF WS-ASSIGN-LIMIT-N < APP-REQ-LIMIT
               DIVIDE WS-ASSIGN-LIMIT-N BY 100 GIVING WS-HUNDREDS-N
               MULTIPLY WS-HUNDREDS-N BY 100 GIVING WS-ASSIGN-LIMIT-N
           END-IF.

      *----------------------------------------------------------------*
      *                   ADD-DECISION-REASON
      *----------------------------------------------------------------*
       ADD-DECISION-REASON.
           IF WS-REASON-CNT < 3
               ADD 1 TO WS-REASON-CNT
               MOVE WS-NEW-REASON TO APP-REASON-CD(WS-REASON-CNT)
           END-IF.

      *----------------------------------------------------------------*
      *                   FIND-DECISION-BAND
      *----------------------------------------------------------------*
      * Browses the product's bands lowest score first for the
      * one covering the bureau score, leaving it in
      * DECISION-RULE-RECORD.
       FIND-DECISION-BAND.
           SET BAND-NO-RULES TO TRUE
           MOVE 'N'  TO WS-BAND-DONE-FLG
           MOVE APP-PRODUCT-ID TO DRL-PRODUCT-ID
           MOVE ZERO           TO DRL-SCORE-LOW
           EXEC CICS STARTBR
                DATASET   (WS-DECRULE-FILE)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-DECISION-BAND
                   UNTIL WS-BAND-DONE-FLG = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-DECRULE-FILE)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF.

      *----------------------------------------------------------------*
      *                   SCAN-NEXT-DECISION-BAND
      *----------------------------------------------------------------*
       SCAN-NEXT-DECISION-BAND.
           EXEC CICS READNEXT
                DATASET   (WS-DECRULE-FILE)
                INTO      (DECISION-RULE-RECORD)
                LENGTH    (LENGTH OF DECISION-RULE-RECORD)
                RIDFLD    (DRL-KEY)
                KEYLENGTH (LENGTH OF DRL-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
           OR DRL-PRODUCT-ID NOT = APP-PRODUCT-ID
               MOVE 'Y' TO WS-BAND-DONE-FLG
           ELSE
               SET BAND-NOT-COVERED TO TRUE
               IF DRL-SCORE-LOW > APP-BUREAU-SCORE
                   MOVE 'Y' TO WS-BAND-DONE-FLG
               ELSE
                   IF DRL-SCORE-HIGH NOT < APP-BUREAU-SCORE
                       SET BAND-FOUND TO TRUE
                       MOVE 'Y' TO WS-BAND-DONE-FLG
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   GET-NEXT-APP-ID
      *----------------------------------------------------------------*
      * Browse-to-end on CREDAPP for the next application
      * number, left in WS-APP-ID-N. An empty file starts the
      * numbering at one.
       GET-NEXT-APP-ID.
           MOVE HIGH-VALUES TO APP-ID
           EXEC CICS STARTBR
                DATASET   (WS-CREDAPP-FILE)
                RIDFLD    (APP-ID)
                KEYLENGTH (LENGTH OF APP-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           EVALUATE WS-RESP-CD
               WHEN DFHRESP(NORMAL)
                   EXEC CICS READPREV
                        DATASET   (WS-CREDAPP-FILE)
                        INTO      (CREDIT-APPLICATION-RECORD)
                        LENGTH    (LENGTH OF CREDIT-APPLICATION-RECORD)
                        RIDFLD    (APP-ID)
                        KEYLENGTH (LENGTH OF APP-ID)
                        RESP      (WS-RESP-CD)
                        RESP2     (WS-REAS-CD)
                   END-EXEC
                   IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                       MOVE ZEROS TO APP-ID
                   END-IF
                   EXEC CICS ENDBR
                        DATASET   (WS-CREDAPP-FILE)
                   END-EXEC
                   MOVE APP-ID TO WS-APP-ID-N
               WHEN DFHRESP(NOTFND)
                   MOVE ZEROS TO WS-APP-ID-N
               WHEN OTHER
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Unable to assign Application number...' TO
                                   WS-MESSAGE
           END-EVALUATE
           ADD 1 TO WS-APP-ID-N.

      *----------------------------------------------------------------*
      *                      WRITE-APPLICATION
      *----------------------------------------------------------------*
       WRITE-APPLICATION.
           EXEC CICS WRITE
                DATASET   (WS-CREDAPP-FILE)
                FROM      (CREDIT-APPLICATION-RECORD)
                LENGTH    (LENGTH OF CREDIT-APPLICATION-RECORD)
                RIDFLD    (APP-ID)
                KEYLENGTH (LENGTH OF APP-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to record the Application...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                   QUEUE-DECISION-LETTER
      *----------------------------------------------------------------*
      * Queues the application's ADVA or CNTR adverse action
      * letter (CVLTR01Y.cpy) with the principal reasons in
      * the &TEXT. An applicant never booked has no customer:
      * the letter goes under customer zero and the
      * application number, and CBLTR01C addresses it from
      * CREDAPP. The notice is required, so a failed queue
      * WRITE fails the decision.
       QUEUE-DECISION-LETTER.
           INITIALIZE LETTER-QUEUE-RECORD
           MOVE APP-CUST-ID TO LTQ-CUST-ID
           IF APP-ACCT-ID = ZERO
               MOVE APP-ID      TO LTQ-ACCT-ID
           ELSE
               MOVE APP-ACCT-ID TO LTQ-ACCT-ID
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO LTQ-EVENT-TS
           MOVE APP-LETTER-CODE             TO LTQ-LETTER-CODE
           MOVE WS-TODAY-X10                TO LTQ-EVENT-DATE
           MOVE 1 TO WS-RSN-PTR
           PERFORM ADD-REASON-TEXT
               VARYING WS-RSN-I FROM 1 BY 1
               UNTIL WS-RSN-I > 3
           EXEC CICS WRITE
                DATASET   (WS-LETTERQ-FILE)
                FROM      (LETTER-QUEUE-RECORD)
                LENGTH    (LENGTH OF LETTER-QUEUE-RECORD)
                RIDFLD    (LTQ-KEY)
                KEYLENGTH (LENGTH OF LTQ-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to queue the adverse action letter...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                      ADD-REASON-TEXT
      *----------------------------------------------------------------*
      * Appends one reason's wording to the letter's &TEXT,
      * comma-separated.
       ADD-REASON-TEXT.
           EVALUATE APP-REASON-CD(WS-RSN-I)
               WHEN 'SC'
                   MOVE 'CREDIT SCORE'   TO WS-RSN-TEXT
               WHEN 'DT'
                   MOVE 'DEBT/INCOME'    TO WS-RSN-TEXT
               WHEN 'IN'
                   MOVE 'INCOME'         TO WS-RSN-TEXT
               WHEN 'HI'
                   MOVE 'CREDIT HISTORY' TO WS-RSN-TEXT
               WHEN OTHER
                   MOVE SPACES           TO WS-RSN-TEXT
           END-EVALUATE
           IF WS-RSN-TEXT NOT = SPACES
               IF WS-RSN-PTR > 1
                   STRING ', '           DELIMITED BY SIZE
                     INTO LTQ-SUBST-TEXT
                     WITH POINTER WS-RSN-PTR
                   END-STRING
               END-IF
               STRING WS-RSN-TEXT        DELIMITED BY '  '
                 INTO LTQ-SUBST-TEXT
                 WITH POINTER WS-RSN-PTR
               END-STRING
           END-IF.

      *----------------------------------------------------------------*
      *                      SHOW-APPLICATION
      *----------------------------------------------------------------*
      * Enter with an application number: paints the
      * application as it was taken and says where it stands.
       SHOW-APPLICATION.
           PERFORM READ-APPLICATION
           PERFORM LOAD-APPLICANT-TO-MAP
           MOVE APP-REQ-LIMIT        TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT       TO CREDLIMI OF COONB0AI
           MOVE APP-REQ-CASH-LIMIT   TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT       TO CASHLIMI OF COONB0AI
           MOVE APP-ANNUAL-INCOME    TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT       TO INCOMEI OF COONB0AI
           MOVE APP-MONTHLY-HOUSING  TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT       TO HOUSNGI OF COONB0AI
           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
               WHEN APP-STATUS-REFERRED
                   MOVE APP-ASSIGNED-LIMIT TO WS-LIMIT-EDIT
                   STRING 'Referred, bands allow '
                                         DELIMITED BY SIZE
                          WS-LIMIT-EDIT  DELIMITED BY SIZE
                          ' - PF5 approve, PF6 decline'
                                         DELIMITED BY SIZE
                     INTO WS-MESSAGE
               WHEN APP-STATUS-BOOKED
                   STRING 'Booked to account ' DELIMITED BY SIZE
                          APP-ACCT-ID          DELIMITED BY SIZE
                          ' on '               DELIMITED BY SIZE
                          APP-DATE             DELIMITED BY SIZE
                     INTO WS-MESSAGE
               WHEN OTHER
                   STRING 'Declined, reasons ' DELIMITED BY SIZE
                          APP-REASON-CD(1)     DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          APP-REASON-CD(2)     DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          APP-REASON-CD(3)     DELIMITED BY SIZE
                     INTO WS-MESSAGE
           END-EVALUATE
           MOVE -1 TO APPIDL OF COONB0AI
           PERFORM SEND-ONBOARD-SCREEN.

      *----------------------------------------------------------------*
      *                      READ-APPLICATION
      *----------------------------------------------------------------*
       READ-APPLICATION.
           IF APPIDI OF COONB0AI IS NOT NUMERIC
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Application number must be 11 digits...' TO
                               WS-MESSAGE
               MOVE -1       TO APPIDL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           MOVE APPIDI OF COONB0AI TO APP-ID
           EXEC CICS READ
                DATASET   (WS-CREDAPP-FILE)
                INTO      (CREDIT-APPLICATION-RECORD)
                LENGTH    (LENGTH OF CREDIT-APPLICATION-RECORD)
                RIDFLD    (APP-ID)
                KEYLENGTH (LENGTH OF APP-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Application not found...' TO WS-MESSAGE
               MOVE -1       TO APPIDL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF.

      *----------------------------------------------------------------*
      *                   LOAD-APPLICANT-TO-MAP
      *----------------------------------------------------------------*
      * The applicant's identity and product, back onto the
      * screen fields the origination writes from.
       LOAD-APPLICANT-TO-MAP.
           MOVE APP-FIRST-NAME        TO FNAMEI   OF COONB0AI
           MOVE APP-MIDDLE-NAME       TO MNAMEI   OF COONB0AI
           MOVE APP-LAST-NAME         TO LNAMEI   OF COONB0AI
           MOVE APP-ADDR-LINE-1       TO ADDR1I   OF COONB0AI
           MOVE APP-ADDR-STATE-CD     TO STATEI   OF COONB0AI
           MOVE APP-ADDR-ZIP          TO ZIPI     OF COONB0AI
           MOVE APP-PHONE-NUM         TO PHONE1I  OF COONB0AI
           MOVE APP-EMAIL-ADDR        TO EMAILI   OF COONB0AI
           MOVE APP-PREF-LANG-CD      TO PRFLNGI  OF COONB0AI
           MOVE APP-SSN               TO SSNI     OF COONB0AI
           MOVE APP-DOB               TO DOBI     OF COONB0AI
           MOVE APP-BUREAU-SCORE      TO FICOI    OF COONB0AI
           MOVE APP-PRODUCT-ID        TO GROUPIDI OF COONB0AI
           MOVE APP-SSN               TO WS-SSN-N
           MOVE APP-BUREAU-SCORE      TO WS-FICO-N
           MOVE APP-PREF-LANG-CD      TO WS-PREF-LANG-IN
           IF WS-PREF-LANG-IN = SPACES OR LOW-VALUES
               MOVE 'EN'              TO WS-PREF-LANG-IN
           END-IF.

      *----------------------------------------------------------------*
      *                   READ-REFERRED-APPLICATION
      *----------------------------------------------------------------*
      * PF5/PF6 work only an application still awaiting an
      * underwriter, and never by the user who took it.
       READ-REFERRED-APPLICATION.
           IF APPIDI OF COONB0AI = SPACES OR LOW-VALUES
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Key the referred application number...' TO
                               WS-MESSAGE
               MOVE -1       TO APPIDL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           PERFORM READ-APPLICATION
           IF NOT APP-STATUS-REFERRED
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Application is not awaiting an underwriter...'
                    TO WS-MESSAGE
               MOVE -1       TO APPIDL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           IF APP-TAKEN-BY-USR-ID = CDEMO-USER-ID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Taker cannot decide own application...'
                    TO WS-MESSAGE
               MOVE -1       TO APPIDL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           MOVE UWRSNI OF COONB0AI TO WS-UW-REASON
           INSPECT WS-UW-REASON
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *----------------------------------------------------------------*
      *                      UNDERWRITER-APPROVE
      *----------------------------------------------------------------*
      * PF5: books a referred application at the limit keyed,
      * or at the limit the bands allow when none is keyed. A
      * limit below the one requested is a counter-offer and
      * needs the principal reason for its letter. The exposure
      * cap still applies.
       UNDERWRITER-APPROVE.
           PERFORM READ-REFERRED-APPLICATION
           IF CREDLIMI OF COONB0AI = SPACES OR LOW-VALUES
               MOVE APP-ASSIGNED-LIMIT TO WS-CREDIT-LIMIT-N
           ELSE
               PERFORM VALIDATE-ACCOUNT-FIELDS
           END-IF
           IF WS-CREDIT-LIMIT-N <= ZERO
           OR WS-CREDIT-LIMIT-N > APP-REQ-LIMIT
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Limit must be above zero and not above request'
                    TO WS-MESSAGE
               MOVE -1       TO CREDLIML OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           IF WS-CREDIT-LIMIT-N < APP-REQ-LIMIT
           AND NOT WS-UW-REASON-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Lower limit needs a reason: SC, DT, IN or HI...'
                    TO WS-MESSAGE
               MOVE -1       TO UWRSNL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           MOVE APP-REQ-CASH-LIMIT TO WS-CASH-LIMIT-N
           IF WS-CASH-LIMIT-N > WS-CREDIT-LIMIT-N
               MOVE WS-CREDIT-LIMIT-N TO WS-CASH-LIMIT-N
           END-IF
           PERFORM LOAD-APPLICANT-TO-MAP

           PERFORM CHECK-EXPOSURE-CAP-INLINE
           IF ERR-FLG-ON
               PERFORM SEND-ONBOARD-SCREEN
           END-IF

           SET WS-APP-IS-REFERRAL TO TRUE
           PERFORM ORIGINATE-ACCOUNT.

      *----------------------------------------------------------------*
      *                      UNDERWRITER-DECLINE
      *----------------------------------------------------------------*
      * PF6: declines a referred application for the reason
      * keyed and queues its adverse action letter.
       UNDERWRITER-DECLINE.
           PERFORM READ-REFERRED-APPLICATION
           IF NOT WS-UW-REASON-VALID
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Decline reason must be SC, DT, IN or HI...' TO
                               WS-MESSAGE
               MOVE -1       TO UWRSNL OF COONB0AI
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           PERFORM READ-APPLICATION-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-ONBOARD-SCREEN
           END-IF
           PERFORM SET-TODAY-DATE
           SET APP-STATUS-DECLINED  TO TRUE
           MOVE ZERO                TO APP-ASSIGNED-LIMIT
           MOVE SPACES              TO APP-REASONS
           MOVE WS-UW-REASON        TO APP-REASON-CD(1)
           MOVE CDEMO-USER-ID       TO APP-UW-USR-ID
           MOVE WS-TODAY-X10        TO APP-UW-DATE
           MOVE 'ADVA'              TO APP-LETTER-CODE
           PERFORM REWRITE-APPLICATION
           IF ERR-FLG-ON
               PERFORM BACKOUT-ORIGINATION
           END-IF
           PERFORM QUEUE-DECISION-LETTER
           IF ERR-FLG-ON
               PERFORM BACKOUT-ORIGINATION
           END-IF
           MOVE 'DECLINED' TO WS-AUD-VERB
           PERFORM WRITE-DECISION-AUDIT

           MOVE SPACES TO UWRSNI OF COONB0AI
           MOVE SPACES TO WS-MESSAGE
           STRING 'Application ' DELIMITED BY SIZE
                  APP-ID         DELIMITED BY SIZE
                  ' declined - adverse action letter queued'
                                 DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM SEND-ONBOARD-SCREEN.

      *----------------------------------------------------------------*
      *                   READ-APPLICATION-UPDATE
      *----------------------------------------------------------------*
      * Re-reads the application for update and confirms no
      * other underwriter has decided it in the meantime.
       READ-APPLICATION-UPDATE.
           EXEC CICS READ
                DATASET   (WS-CREDAPP-FILE)
                INTO      (CREDIT-APPLICATION-RECORD)
                LENGTH    (LENGTH OF CREDIT-APPLICATION-RECORD)
                RIDFLD    (APP-ID)
                KEYLENGTH (LENGTH OF APP-ID)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to lock the Application...' TO
                               WS-MESSAGE
           ELSE
               IF NOT APP-STATUS-REFERRED
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Application was decided by another user...'
                        TO WS-MESSAGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                      REWRITE-APPLICATION
      *----------------------------------------------------------------*
       REWRITE-APPLICATION.
           EXEC CICS REWRITE
                DATASET   (WS-CREDAPP-FILE)
                FROM      (CREDIT-APPLICATION-RECORD)
                LENGTH    (LENGTH OF CREDIT-APPLICATION-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to update the Application...' TO
                               WS-MESSAGE
           END-IF.

      *----------------------------------------------------------------*
      *                   RECORD-APPLICATION-BOOKED
      *----------------------------------------------------------------*
      * Inside the origination's unit of work: marks the
      * application booked to the new customer and account. A
      * new application is written here; a referral is re-read
      * for update and stamped with the underwriter, and a
      * referral booked below the requested limit becomes a
      * counter-offer for the reason keyed. A counter-offer's
      * CNTR letter is queued last.
       RECORD-APPLICATION-BOOKED.
           IF WS-APP-IS-REFERRAL
               PERFORM READ-APPLICATION-UPDATE
               IF ERR-FLG-ON
                   GO TO RECORD-APPLICATION-BOOKED-EXIT
               END-IF
               MOVE CDEMO-USER-ID     TO APP-UW-USR-ID
               MOVE WS-TODAY-X10      TO APP-UW-DATE
               MOVE WS-CREDIT-LIMIT-N TO APP-ASSIGNED-LIMIT
               IF WS-CREDIT-LIMIT-N < APP-REQ-LIMIT
                   MOVE 'CNTR'        TO APP-LETTER-CODE
                   MOVE SPACES        TO APP-REASONS
                   MOVE WS-UW-REASON  TO APP-REASON-CD(1)
               END-IF
           END-IF
           SET APP-STATUS-BOOKED      TO TRUE
           MOVE WS-NEW-CUST-ID        TO APP-CUST-ID
           MOVE WS-NEW-ACCT-ID        TO APP-ACCT-ID
           IF WS-APP-IS-REFERRAL
               PERFORM REWRITE-APPLICATION
           ELSE
               PERFORM WRITE-APPLICATION
           END-IF
           IF ERR-FLG-OFF
           AND APP-LETTER-CODE = 'CNTR'
               PERFORM QUEUE-DECISION-LETTER
           END-IF.
       RECORD-APPLICATION-BOOKED-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *                      SET-TODAY-DATE
      *----------------------------------------------------------------*
       SET-TODAY-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           MOVE WS-CURDATE-YEAR       TO WS-TODAY-X10(1:4)
           MOVE '-'                   TO WS-TODAY-X10(5:1)
           MOVE WS-CURDATE-MONTH      TO WS-TODAY-X10(6:2)
           MOVE '-'                   TO WS-TODAY-X10(8:1)
           MOVE WS-CURDATE-DAY        TO WS-TODAY-X10(9:2).

      *----------------------------------------------------------------*
      *                      ORIGINATE-ACCOUNT
      *----------------------------------------------------------------*
      * The unit of work: assign the IDs, then write customer,
      * account, card, and cross-reference, and mark the credit
      * application booked. Any failure backs the whole task
      * out via SYNCPOINT ROLLBACK, so either everything exists
      * or nothing does.
       ORIGINATE-ACCOUNT.
           PERFORM ASSIGN-NEW-IDS
           IF ERR-FLG-ON
           IF ERR-FLG-ON
               PERFORM BACKOUT-ORIGINATION
           END-IF
           PERFORM RECORD-APPLICATION-BOOKED
              THRU RECORD-APPLICATION-BOOKED-EXIT
           IF ERR-FLG-ON
               PERFORM BACKOUT-ORIGINATION
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           IF WS-APP-IS-REFERRAL
               MOVE 'APPROVED' TO WS-AUD-VERB
               PERFORM WRITE-DECISION-AUDIT
           END-IF

           MOVE SPACES TO CONFIRMI OF COONB0AI
           MOVE SPACES TO UWRSNI OF COONB0AI
           MOVE DFHGREEN TO ERRMSGC OF COONB0AO
           MOVE SPACES TO WS-MESSAGE
           IF APP-LETTER-CODE = 'CNTR'
               MOVE WS-CREDIT-LIMIT-N TO WS-LIMIT-EDIT
               STRING 'Counter-offer at ' DELIMITED BY SIZE
                      WS-LIMIT-EDIT  DELIMITED BY SIZE
                      ': account '   DELIMITED BY SIZE
                      WS-NEW-ACCT-ID DELIMITED BY SIZE
                      ' customer '   DELIMITED BY SIZE
                      WS-NEW-CUST-ID DELIMITED BY SIZE
                      ' created'     DELIMITED BY SIZE
                 INTO WS-MESSAGE
           ELSE
               STRING 'Account ' DELIMITED BY SIZE
                      WS-NEW-ACCT-ID DELIMITED BY SIZE
                      ' customer ' DELIMITED BY SIZE
                      WS-NEW-CUST-ID DELIMITED BY SIZE
                      ' created. Card needs activation.'
                      DELIMITED BY SIZE
                 INTO WS-MESSAGE
           END-IF
           PERFORM SEND-ONBOARD-SCREEN.

      *----------------------------------------------------------------*
           MOVE 'Y'                   TO CUST-PRI-CARD-HOLDER-IND
           MOVE WS-FICO-N             TO CUST-FICO-CREDIT-SCORE
           MOVE EMAILI  OF COONB0AI   TO CUST-EMAIL-ADDR
           MOVE WS-PREF-LANG-IN       TO CUST-PREF-LANG-CD
      * Origination IS a verification -- start the KYC refresh
      * clock here (see CUST-KYC-VERIFIED-DATE, CVCUS01Y.cpy)
           MOVE FUNCTION CURRENT-DATE(1:4)
      * Write one 'A' record describing the origination, with
      * the next AUD-ID from the browse-to-end pattern.
       WRITE-AUDIT-RECORD.
           PERFORM GET-NEXT-AUD-ID
           SET AUD-ACTION-ADD     TO TRUE
           STRING 'ORIGINATED ACCT ' DELIMITED BY SIZE
                  WS-NEW-ACCT-ID     DELIMITED BY SIZE
                  ' CUST '           DELIMITED BY SIZE
                  WS-NEW-CUST-ID     DELIMITED BY SIZE
             INTO AUD-DESC
           PERFORM WRITE-AUDIT-LOG.

      *----------------------------------------------------------------*
      *                      WRITE-DECISION-AUDIT
      *----------------------------------------------------------------*
      * Write one 'e' record for an underwriter's decision on a
      * referred application, the verb in WS-AUD-VERB.
       WRITE-DECISION-AUDIT.
           PERFORM GET-NEXT-AUD-ID
           SET AUD-ACTION-CREDIT-DECISION TO TRUE
           MOVE APP-ASSIGNED-LIMIT TO WS-LIMIT-EDIT
           STRING 'CREDIT APP '      DELIMITED BY SIZE
                  APP-ID             DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-AUD-VERB        DELIMITED BY SPACE
                  ' LIMIT '          DELIMITED BY SIZE
                  WS-LIMIT-EDIT      DELIMITED BY SIZE
                  ' RSN '            DELIMITED BY SIZE
                  APP-REASON-CD(1)   DELIMITED BY SIZE
             INTO AUD-DESC
           PERFORM WRITE-AUDIT-LOG.

      *----------------------------------------------------------------*
      *                      GET-NEXT-AUD-ID
      *----------------------------------------------------------------*
      * The next AUD-ID by browse-to-end, left in a fresh
      * AUDIT-RECORD stamped with the time, user and program.
       GET-NEXT-AUD-ID.
           MOVE HIGH-VALUES TO AUD-ID
           EXEC CICS STARTBR
                DATASET   (WS-AUDITLOG-FILE)
           MOVE WS-CURTIME-HOURS  TO AUD-TS(9:2)
           MOVE WS-CURTIME-MINUTE TO AUD-TS(11:2)
           MOVE WS-CURTIME-SECOND TO AUD-TS(13:2)
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-LOG
      *----------------------------------------------------------------*
       WRITE-AUDIT-LOG.
           EXEC CICS WRITE
                DATASET   (WS-AUDITLOG-FILE)
                FROM      (AUDIT-RECORD)
                                   ZIPI     OF COONB0AI
                                   PHONE1I  OF COONB0AI
                                   EMAILI   OF COONB0AI
                                   PRFLNGI  OF COONB0AI
                                   SSNI     OF COONB0AI
                                   DOBI     OF COONB0AI
                                   FICOI    OF COONB0AI
                                   GROUPIDI OF COONB0AI
                                   CREDLIMI OF COONB0AI
                                   CASHLIMI OF COONB0AI
                                   INCOMEI  OF COONB0AI
                                   HOUSNGI  OF COONB0AI
                                   APPIDI   OF COONB0AI
                                   UWRSNI   OF COONB0AI
                                   CONFIRMI OF COONB0AI
                                   WS-MESSAGE
           PERFORM SEND-ONBOARD-SCREEN.
