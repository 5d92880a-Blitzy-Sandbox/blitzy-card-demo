      *     &ACCT - the account number
      *     &DATE - the triggering event's date
      *     &TEXT - the event's free-text detail
      *   Composite key (9 bytes): LTT-LETTER-CODE (4) +
      *   LTT-LANG-CD (2) + LTT-LINE-SEQ (3). A letter is kept
      *   once per language it is sent in (EN, ES, ...); the
      *   generation batch takes the customer's language
      *   (CUST-PREF-LANG-CD, CVCUS01Y.cpy) and falls back to
      *   the EN template when that language has none.
      *
      *   LETTER-QUEUE-RECORD (100 bytes) - the LETTERQ VSAM
      *   KSDS: one record per letter owed to a customer,
      *     CBACT04C - 'DELQ' on a delinquency stage advance
      *     CBNSF01C - 'NSF ' on a returned payment
      *     COHOT00C - 'HOTL' on a card hotlisting
      *     CBCPP01C - 'CPPR' on a point-of-purchase reissue
      *   The nightly CBLTR01C generation batch merges each
      *   queued letter with its template and the customer's
      *   name/address into the LTREXT print extract, then
      *   CBACT04C  - Delinquency letter trigger
      *   CBNSF01C  - Returned-payment letter trigger
      *   COHOT00C  - Hotlist letter trigger
      *   CBCPP01C  - Point-of-purchase reissue letter trigger
      *
       01  LETTER-TEMPLATE-RECORD.
      * --- Composite key (bytes 1-9) ---
           05  LTT-KEY.
               10  LTT-LETTER-CODE               PIC X(04).
               10  LTT-LANG-CD                   PIC X(02).
                   88  LTT-LANG-ENGLISH          VALUE 'EN'.
               10  LTT-LINE-SEQ                  PIC 9(03).
      * --- One print line of the letter body (bytes 10-89) ---
           05  LTT-LINE-TEXT                     PIC X(80).
      * --- Reserved space (bytes 90-100) ---
           05  FILLER                            PIC X(11).

       01  LETTER-QUEUE-RECORD.
      * --- Composite key (bytes 1-38) ---
