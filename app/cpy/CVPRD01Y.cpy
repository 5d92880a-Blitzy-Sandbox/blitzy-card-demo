      *   CBACT04C  - grace days, late/over-limit fees,
      *               minimum-payment formula, past-due days
      *   CBNSF01C  - returned-payment fee
      *   CBTRN02C  - rewards earn rate and foreign transaction
      *               fee at posting
      *   CBPMG01C  - product migration (moves accounts
      *               between groups effective on a date)
      *   CORDM00C  - rewards redemption pricing rate
      *   CBRDM01C  - rewards redemption posting batch
      *   CBANF01C  - annual membership fee assessment
      *   COCLS00C  - annual fee pro-rated refund at closure
      *   COIPL00C  - installment plan fee at plan set-up
      *   CBPTN01C  - co-brand partner revenue-share settlement
      *
       01  PRODUCT-CATALOG-RECORD.
      * --- Record key (bytes 1-10): the product group ID ---
      *     enrolled account (bytes 89-93). Zero falls back to
      *     the built-in default. ---
           05  PRD-DBTPROT-RATE                  PIC 9(01)V9(04).
      * --- Annual membership fee (bytes 94-102): billed by
      *     CBANF01C on each ACCT-OPEN-DATE anniversary. Zero
      *     (or a pre-field row holding spaces) means the
      *     product carries no annual fee. ---
           05  PRD-ANNUAL-FEE                    PIC S9(07)V99.
      * --- First-year waiver (byte 103): 'Y' waives the fee
      *     on the first anniversary only; later years bill. ---
           05  PRD-ANNFEE-WAIVE-FLAG             PIC X(01).
               88  PRD-ANNFEE-WAIVE-FIRST-YR     VALUE 'Y'.
               88  PRD-ANNFEE-NO-WAIVER          VALUE 'N' SPACES.
      * --- Foreign transaction fee: percent of the converted
      *     amount charged by CBTRN02C on each posted debit in
      *     a currency other than the account's (bytes
      *     104-108). Zero (or a pre-field row holding spaces)
      *     charges nothing. ---
           05  PRD-FX-FEE-PCT                    PIC 9(01)V9(04).
      * --- No-FX-fee product marker (byte 109): 'Y' exempts
      *     the group's accounts from the fee whatever the
      *     percentage says. ---
           05  PRD-NO-FX-FEE-FLAG                PIC X(01).
               88  PRD-NO-FX-FEE                 VALUE 'Y'.
               88  PRD-FX-FEE-APPLIES            VALUE 'N' SPACES.
      * --- Installment plan fee: percent of the purchase
      *     amount charged once when COIPL00C converts a
      *     purchase into an equal-payment plan (bytes
      *     110-114). Zero (or a pre-field row holding spaces)
      *     sets plans up free. ---
           05  PRD-IPL-FEE-PCT                   PIC 9(01)V9(04).
      * --- Co-brand partner (bytes 115-119): the PARTNER row
      *     (CVPTN01Y.cpy) whose portfolio this product's
      *     accounts belong to. Spaces for a bank-branded
      *     product. ---
           05  PRD-PARTNER-ID                    PIC X(05).
      * --- Reserved for future expansion (byte 120) ---
           05  FILLER                            PIC X(01).
