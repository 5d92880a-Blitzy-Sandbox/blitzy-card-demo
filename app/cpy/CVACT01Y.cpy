      *     runs: the reason the closure was filed (byte 207)
      *     and the date the account finally closed, YYYY-MM-DD
      *     (bytes 208-217; spaces until the final statement
      *     completes the closure). 'S' is set by CBSTL01C when
      *     a settlement offer (CVSTL01Y.cpy) is paid and the
      *     rest of the balance forgiven: the account closes the
      *     same night and CBCBR01C reports it settled for less
      *     than the full balance. ---
           05  ACCT-CLOSURE-REASON               PIC X(01)
                                                  VALUE SPACES.
               88  ACCT-CLOSE-RSN-CUSTOMER       VALUE 'C'.
               88  ACCT-CLOSE-RSN-DELINQUENCY    VALUE 'D'.
               88  ACCT-CLOSE-RSN-FRAUD          VALUE 'F'.
               88  ACCT-CLOSE-RSN-SETTLED        VALUE 'S'.
           05  ACCT-CLOSED-DATE                  PIC X(10)
                                                  VALUE SPACES.
      * --- Credit-balance refund marker (byte 218), set by
               88  ACCT-PENALTY-NOT-PRICED       VALUE 'N' SPACES.
           05  ACCT-PENALTY-CURE-COUNT           PIC 9(01)
                                                  VALUE ZEROS.
      * --- Past-due amount (bytes 291-296, 6-byte COMP-3): the
      *     part of earlier minimums left unpaid. Set by
      *     1055-CYCLE-DELINQUENCY to the shortfall whenever the
      *     stage advances and cleared when the account cures;
      *     the next ACCT-MIN-PAY-DUE carries it on top of the
      *     cycle's own minimum. An approved re-age (COREA00C,
      *     CVREA01Y.cpy) clears it, takes it back out of the
      *     minimum due and returns the stage to current in
      *     the same rewrite. ---
           05  ACCT-PAST-DUE-AMT                 PIC S9(09)V99
                                                  COMP-3
                                                  VALUE ZERO.
      * --- Open-to-buy cut (byte 297). Set by the CBBST01C
      *     bust-out scan when the account opens a bust-out
      *     fraud case: while it is raised CBTRN02C refuses new
      *     purchases, cash advances, balance transfers and
      *     convenience checks (reason 132) -- payments and
      *     other credits still post. The next CBBST01C run
      *     after the case is CLEARED lowers it again (see the
      *     OTBCUT record, CVOTB01Y.cpy); a CONFIRMED case
      *     leaves it raised. ---
           05  ACCT-OTB-CUT-FLAG                 PIC X(01)
                                                  VALUE SPACES.
               88  ACCT-OTB-IS-CUT               VALUE 'Y'.
               88  ACCT-OTB-NOT-CUT              VALUE 'N' SPACES.
      * --- Reserved for future expansion (bytes 298-300) ---
           05  FILLER                            PIC X(03).
      *
      * Ver: CardDemo_v1.0-15-g27d6c6f-68 Date: 2022-07-19 23:15:59 CDT
      *
