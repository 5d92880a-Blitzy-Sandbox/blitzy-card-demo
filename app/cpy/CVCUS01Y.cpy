      *   Online: COACTVWC, COACTUPC, COCRDSLC, COCRDUPC, COTRN02C
      *           (CUST-EMAIL-ADDR lookup only, for decline notices)
      *   Batch:  CBCUS01C, CBTRN01C, CBACT05C, CBACT03C (orphan
      *           detector, customer foreign-key lookup only),
      *           CBDLR01C (dialer extract contact restrictions),
      *           CBCMP01C (campaign suppressions),
      *           CBABU01C (account-updater opt-out),
      *           CBLTR01C (letter language)
      *   Stmt:   CBSTM03A (statement language)
      *
      * Cross-references:
      *   Alternate layout: app/cpy/CUSTREC.cpy
      *     change also lands on the SCOREHST history file
      *     (CVBUR01Y.cpy). ---
           05  CUST-FICO-SCORE-DATE                    PIC X(10).
      * --- Bankruptcy automatic stay (byte 478), mirrored from
      *     the customer's BKRCASE case record (CVBKR01Y.cpy) by
      *     the COBKR00C case screen (audited '8' on AUDITLOG).
      *     'S' while a filed case's automatic stay is in
      *     force; 'D' once the debt is discharged. Either way
      *     nothing collects: CBACT04C holds the delinquency
      *     stage, assesses no fees, and leaves the account off
      *     the COLLWQ queue; CBLTR01C suppresses collection
      *     letters; CBAPY01C generates no autopay; CBANF01C and
      *     CBNSF01C charge no fee; CBAGY01C places nothing
      *     with a collection agency and recalls what is placed;
      *     and CBCBR01C reports the bankruptcy indicator. A
      *     discharge also drives the month-end CBCHG01C
      *     charge-off. A dismissal returns
      *     the flag to spaces -- the stay is released and
      *     collection resumes. ---
           05  CUST-BANKRUPTCY-STATUS                  PIC X(01).
               88  CUST-BKR-NONE                 VALUE 'N' SPACES.
               88  CUST-BKR-STAY-IN-FORCE        VALUE 'S'.
               88  CUST-BKR-DISCHARGED           VALUE 'D'.
               88  CUST-BKR-NO-COLLECTION        VALUE 'S' 'D'.
      * --- Collections contact restrictions (bytes 479-480),
      *     kept on the COCUP00C contact screen with the rest of
      *     the contact details (prior values to CUSTHIST). A
      *     cease-and-desist request means the customer has
      *     asked in writing not to be contacted about the debt;
      *     attorney-represented means contact must go through
      *     the customer's attorney, not the customer. Either
      *     one keeps the customer's accounts off the CBDLR01C
      *     predictive-dialer extract. ---
           05  CUST-CEASE-DESIST-FLAG                  PIC X(01).
               88  CUST-CEASE-DESIST             VALUE 'Y'.
               88  CUST-CEASE-DESIST-NONE        VALUE 'N' SPACES.
           05  CUST-ATTY-REP-FLAG                      PIC X(01).
               88  CUST-ATTY-REPRESENTED         VALUE 'Y'.
               88  CUST-ATTY-REP-NONE            VALUE 'N' SPACES.
      * --- Marketing do-not-solicit preference (byte 481),
      *     kept on the COCUP00C contact screen beside the
      *     collections restrictions (prior value to CUSTHIST).
      *     A customer who has asked not to receive marketing
      *     offers is suppressed from every CBCMP01C campaign
      *     target list. ---
           05  CUST-DO-NOT-SOLICIT-FLAG                PIC X(01).
               88  CUST-DO-NOT-SOLICIT           VALUE 'Y'.
               88  CUST-SOLICIT-OK               VALUE 'N' SPACES.
      * --- Card-network account-updater opt-out (byte 482),
      *     kept on the COCUP00C contact screen the same way
      *     (prior value to CUSTHIST). A customer who has asked
      *     that merchants not be told of a new expiry or a
      *     closed card is left off the CBABU01C outbound
      *     account-updater file. ---
           05  CUST-ABU-OPT-OUT-FLAG                   PIC X(01).
               88  CUST-ABU-OPT-OUT              VALUE 'Y'.
               88  CUST-ABU-OPT-IN               VALUE 'N' SPACES.
      * --- Preferred correspondence language (bytes 483-484),
      *     kept on the COCUP00C contact screen (prior value to
      *     CUSTHIST) and taken from the application at COONB00C
      *     booking. CBLTR01C merges the customer's letters from
      *     the template in this language, falling back to
      *     English; CBSTM03A prints the statement labels and
      *     disclosures in it (Spanish, else English). Blank on
      *     a record that predates the field reads as English. ---
           05  CUST-PREF-LANG-CD                       PIC X(02).
               88  CUST-LANG-ENGLISH             VALUE 'EN' SPACES.
               88  CUST-LANG-SPANISH             VALUE 'ES'.
               88  CUST-LANG-VALID               VALUE 'EN' 'ES'
                                                       'FR' 'PT'
                                                       'ZH' 'VI'
                                                       SPACES.
      * --- Reserved area (bytes 485-500) ---
      * Filler reserved for future expansion (16 bytes)
           05  FILLER                                  PIC X(16).
      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:16:00 CDT
      *
