      * The load is idempotent the same way REJECTF's is: a key
      * already on file is skipped.
      *
      * Case type (FRD-CASE-TYPE): a TRANSACTION case (space) is
      * loaded by CBFRD01C from a posting reject; an ACCOUNT
      * TAKEOVER case ('A') is opened by CBATO01C when the
      * account's recent servicing events score over its
      * threshold. A takeover case is keyed on the scan's run
      * date with a sequence counted down from 9999, clear of
      * the reject positions the load uses; its reason is 9001,
      * its servicing event trail sits on FRDEVNT under the case
      * key (CVFRD02Y.cpy), and its card shipments are held on
      * SHIPHOLD (CVSHP01Y.cpy) while it is worked. A BUST-OUT
      * case ('B') is opened by CBBST01C when the account's
      * credit-line signals score over its threshold; it is
      * keyed the same way, its reason is 9002, its signal
      * trail sits on FRDEVNT the same way, and the account's
      * open-to-buy is cut (ACCT-OTB-CUT-FLAG, OTBCUT
      * CVOTB01Y.cpy) until the case is worked.
      *
      * FRD-TRAN-DATA carries the triggering transaction's full
      * 370-byte DALYTRAN image exactly as CBTRN02C wrote it to
      * DALYREJS; its card-number field holds the vault token
      * ('99'-prefix surrogate) when posting resolved one.
      * Programs that need its fields overlay it with the
      * DALYTRAN-RECORD layout (CVTRA06Y.cpy). On a takeover
      * or bust-out case it is a summary image in the same
      * layout: the account's card (vault token) in the
      * card-number field,
      * a zero amount, the score and event count in the
      * description and the latest event's date in the
      * origination timestamp -- so the list and disposition
      * screens, and a PF6 hotlist, treat it like any case.
      *
      * Lifecycle (FRD-STATUS): a loaded case is OPEN; the
      * COFRD01C disposition screen moves it to CONFIRMED
      * (false alarm); the CBFRD01C release step re-feeds each
      * CLEARED case's transaction onto DALYTRAN -- through the
      * full validation cascade again -- and marks it RELEASED
      * so it can never feed twice. A cleared takeover or
      * bust-out case has no transaction to feed and simply
      * stays CLEARED; a cleared bust-out case has its
      * account's open-to-buy restored by the next CBBST01C run.
      *
      * Consuming Programs:
      *   CBFRD01C  - load (fraud-reason DALYREJS rejects ->
      *               DALYTRAN), and daily case report
      *   COFRD00C  - fraud case list browse
      *   COFRD01C  - fraud case disposition screen
      *   CBATO01C  - account takeover detection (opens the
      *               takeover cases)
      *   CBFUL01C  - card fulfillment (a cleared takeover case
      *               lifts its shipment hold)
      *   CBCPP01C  - point-of-purchase analysis (confirmed
      *               transaction cases only)
      *   CBBST01C  - bust-out detection (opens the bust-out
      *               cases; a worked case restores the
      *               account's open-to-buy)
      *
      * Cross-References:
      *   CVTRA06Y.cpy - DALYTRAN-RECORD overlay of the image
      *   CVHOT01Y.cpy - the hotlist entry a CONFIRMED case writes
      *   CBTRN02C.cbl - the velocity check (reason 105) that
      *                  feeds this queue
      *   CVFRD02Y.cpy - a takeover case's servicing event trail
      *   CVSHP01Y.cpy - the card shipment hold a takeover case
      *                  sets
      *   CVOTB01Y.cpy - the open-to-buy cut a bust-out case
      *                  sets
      *
       01  FRAUD-CASE-RECORD.
      * --- Composite key (bytes 1-12) ---
      * --- 'Y' when the confirming analyst hotlisted the card
      *     in the same action (byte 486) ---
           05  FRD-HOTLISTED                     PIC X(01).
      * --- Case type (byte 487) ---
           05  FRD-CASE-TYPE                     PIC X(01).
               88  FRD-CASE-TRANSACTION          VALUE SPACE 'T'.
               88  FRD-CASE-TAKEOVER             VALUE 'A'.
               88  FRD-CASE-BUSTOUT              VALUE 'B'.
      * --- Reserved space (bytes 488-500) ---
           05  FILLER                            PIC X(13).
