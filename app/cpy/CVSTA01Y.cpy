      * cycles from the summary records; COSTA01C pages through
      * a cycle's detail lines for the reprint view.
      *
      * A detail line that belongs to one of the statement's
      * regulatory disclosure sections carries the section in
      * SAR-LINE-SECTION, so the print extract (CVSDL01Y.cpy)
      * can hand the vendor each section as a unit. The
      * summary also keeps the cycle's fees and interest and
      * their year-to-date totals -- the next statement in the
      * same year builds its year-to-date figures from them,
      * and the language the statement was printed in, which
      * the print extract passes on to the vendor, together
      * with the inserts asked for by the statement messages
      * it carried (printed as their own section, 'S').
      *
      * The CBYES01C year-end spending summary is archived the
      * same way, under the cycle date YYYY-12-YE of the year
      * it covers (sorting after that year's statements, and
      * never a real cycle date): its sequence-0 record is a
      * YEAR-END summary (SAR-REC-TYPE 'Y') in the same
      * layout -- the balance when the summary was built, no
      * minimum due, the year's purchase count and net
      * purchases, and the year's fees and interest in the
      * year-to-date fields -- so COSTA00C lists it among the
      * statements, while CBSTM03A's year-to-date search,
      * which only takes statement summaries, passes it by.
      *
      * Consuming Programs:
      *   CBSTM03A  - writes the archive alongside STMTFILE
      *   CBYES01C  - writes the year-end spending summaries
      *   COSTA00C  - statement history list (cycles on file)
      *   COSTA01C  - archived statement line viewer
      *   CBSDL01C  - print vendor extract (lines, inserts)
      *   CBSMS01C  - statement message cycle report
      *
      * Cross-References:
      *   CVSTM01Y.cpy - the print-line formats archived here
           05  SAR-REC-TYPE                      PIC X(01).
               88  SAR-TYPE-SUMMARY              VALUE 'S'.
               88  SAR-TYPE-DETAIL               VALUE 'D'.
               88  SAR-TYPE-YEAR-END             VALUE 'Y'.
      * --- Line image / summary overlay (bytes 27-158) ---
           05  SAR-LINE-DATA                     PIC X(132).
      * Summary view of the same bytes, used on the sequence-0
               10  SAR-SUM-PAY-DUE-DATE          PIC X(10).
               10  SAR-SUM-TRAN-COUNT            PIC 9(04).
               10  SAR-SUM-NET-AMOUNT            PIC S9(09)V99.
      * Total fees and total interest charged in the cycle and
      * in the calendar year through it; a summary archived
      * before these were kept holds spaces here
               10  SAR-SUM-FEES-CYCLE            PIC S9(07)V99.
               10  SAR-SUM-INT-CYCLE             PIC S9(07)V99.
               10  SAR-SUM-FEES-YTD              PIC S9(09)V99.
               10  SAR-SUM-INT-YTD               PIC S9(09)V99.
      * Language the statement was printed in (CVSTM02Y.cpy);
      * spaces on a summary archived before this was kept,
      * read as English
               10  SAR-SUM-LANG-CD               PIC X(02).
      * The statement messages it carried (up to three, in print
      * order) and the vendor insert each asked for
      * (CVSMS01Y.cpy); spaces when none
               10  SAR-SUM-MSG                   OCCURS 3 TIMES.
                   15  SAR-SUM-MSG-ID            PIC X(08).
                   15  SAR-SUM-INSERT-CD         PIC X(05).
               10  FILLER                        PIC X(02).
      * --- Disclosure section of a detail line (byte 159) ---
           05  SAR-LINE-SECTION                  PIC X(01).
               88  SAR-SECTION-BODY              VALUE SPACE.
               88  SAR-SECTION-INT-CALC          VALUE 'I'.
               88  SAR-SECTION-FEES-INT          VALUE 'F'.
               88  SAR-SECTION-LATE-WARN         VALUE 'L'.
               88  SAR-SECTION-MINPAY-WARN       VALUE 'M'.
               88  SAR-SECTION-MESSAGES          VALUE 'S'.
      * --- Reserved space (byte 160) ---
           05  FILLER                            PIC X(01).
