      *   COACTUPC  - Account update: writes one 'F' record when
      *               a credit-limit increase is filed as a
      *               PENDING request, one 'L' record when an
      *               admin approves it (PF6) or an increase is
      *               small enough to auto-approve, one 'N' record
      *               when an admin denies it (PF7) -- the
      *               permanent history of each decision, since
      *               ACCT-CRLIMIT-REQ-STATUS/AMT/DATE on the
      *               the card was hotlisted in the same action;
      *               plus one 'P' record when PF6 detokenizes
      *               the case's card for the hotlist entry
      *   COCHK00C  - Convenience checks: writes one '7' record
      *               per stop-payment placed or released and per
      *               check book issued, naming the account and
      *               the check (the first check of a new book)
      *   COBKR00C  - Bankruptcy cases: writes one '8' record per
      *               filing recorded or amended and per
      *               discharge or dismissal, naming the
      *               customer, chapter, case number and status
      *   COSTL00C  - Settlement offers: writes one '9' record
      *               per offer made, approved, denied or
      *               withdrawn, naming the account, the amount
      *               offered and the discount
      *   COREA00C  - Re-age: writes one '0' record per re-age
      *               requested, approved or denied, naming the
      *               account, the request, the stage and the
      *               past-due amount the re-age clears
      *   CONAC00C  - Nonaccrual: writes one 'a' record per
      *               account placed on nonaccrual or returned to
      *               accrual by finance, naming the account, the
      *               action and the balance
      *   COBDS00C  - Bureau disputes: writes one 'b' record per
      *               dispute answered, naming the account, the
      *               bureau's control number and the answer
      *   COCPL00C  - Complaint cases: writes one 'c' record per
      *               case opened, moved on a step or changed,
      *               naming the case, the account, the issue
      *               category and the case owner
      *   COAUP00C  - Authorized parties: writes one 'd' record
      *               per party added, changed or revoked
      *   COBIL00C  - Bill payment: writes one 'd' record when a
      *               payment is made by an authorized party on
      *               the customer's behalf, naming the party
      *   COCUP00C  - Contact update: writes one 'd' record when
      *               the change is made by an authorized party,
      *               naming the party
      *   COONB00C  - Account origination: writes one 'e' record
      *               per underwriter decision on a referred
      *               credit application, naming the application
      *               and the outcome
      *   CODRL00C  - Credit decision rules: writes one 'e'
      *               record per score band added, changed or
      *               deleted, naming the product and the band
      *   COVCN00C  - Virtual card numbers: writes one 'f'
      *               record per virtual number created or
      *               cancelled, naming the number, the parent
      *               card's last four digits, the type and the
      *               spend cap
      *   COCPP00C  - Point-of-purchase review: writes one 'g'
      *               record per merchant approved for mass
      *               reissue or dismissed, naming the merchant,
      *               its score and the at-risk card count
      *   COPIN00C  - PIN maintenance: writes one 'h' record per
      *               PIN set or changed, 'PIN CHANGE ACCT ' and
      *               the account number at bytes 17-27, then the
      *               card's last four digits
      *   CBATO01C  - Account takeover detection: reads the 'h'
      *               records back as PIN-change events
      *   CBBST01C  - Bust-out detection: reads the 'L'
      *               records back as credit limit increases
      *               (the account at AUD-DESC bytes 34-44)
      *   COBRP00C  - Business rules: writes one 'i' record per
      *               rule value entered, approved or rejected,
      *               naming the rule code, its effective date
      *               and the value
      *   CORCT00C  - Access recertification: writes one 'j'
      *               record per user certified or revoked by
      *               the manager, naming the campaign and the
      *               decision, and on a revoke the 'X' record
      *               of the deactivation as COUSR03C does
      *   CBRCT02C  - Recertification deadline: writes one 'X'
      *               record per user deactivated for want of
      *               certification, by the batch job name
      *   COWQA00C  - Work queues: writes one 'k' record per
      *               work item reassigned from one user to
      *               another, naming the queue, the item, and
      *               the user it was taken from (AUD-USR-ID is
      *               the user it was given to) -- claims and
      *               releases are recorded on the item itself
      *   COPXF00C  - Payment transfer: writes one 'l' record per
      *               transfer filed, approved, completed or
      *               cancelled, naming the payment, the two
      *               accounts and the amount (AUD-USR-ID is the
      *               operator who filed it)
      *
      * Cross-Ref: CSUSR01Y.cpy (SEC-USR-ID of the affected user)
      *
           88 AUD-ACTION-OWNERSHIP-XFER            VALUE '4'.
           88 AUD-ACTION-OVERLIM-OPTIN             VALUE '5'.
           88 AUD-ACTION-MAIL-RETURN               VALUE '6'.
           88 AUD-ACTION-CONV-CHECK                VALUE '7'.
           88 AUD-ACTION-BANKRUPTCY                VALUE '8'.
           88 AUD-ACTION-SETTLEMENT                VALUE '9'.
           88 AUD-ACTION-REAGE                     VALUE '0'.
           88 AUD-ACTION-NONACCRUAL                VALUE 'a'.
           88 AUD-ACTION-BUREAU-DISPUTE            VALUE 'b'.
           88 AUD-ACTION-COMPLAINT                 VALUE 'c'.
           88 AUD-ACTION-AUTH-PARTY                VALUE 'd'.
           88 AUD-ACTION-CREDIT-DECISION           VALUE 'e'.
           88 AUD-ACTION-VIRTUAL-CARD              VALUE 'f'.
           88 AUD-ACTION-CPP-REVIEW                VALUE 'g'.
           88 AUD-ACTION-PIN-CHANGE                VALUE 'h'.
           88 AUD-ACTION-BIZ-RULE                  VALUE 'i'.
           88 AUD-ACTION-RECERTIFY                 VALUE 'j'.
           88 AUD-ACTION-WORK-REASSIGN             VALUE 'k'.
           88 AUD-ACTION-PAY-TRANSFER              VALUE 'l'.
      * Bytes 40-47: User ID of the signed-on admin who performed
      *   the action, from CDEMO-USER-ID in the COMMAREA. For a
      *   reveal record this is the signed-on user who viewed the
