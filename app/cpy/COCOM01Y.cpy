      * that resolves to this customer -- the conflict-of-
      * interest wall, each attempt audited.
             10 CDEMO-USER-CUST-ID             PIC 9(09).
      *
      * --- CALLER-INFO: phone identity verification ----------
      * The customer whose caller passed the COC3600C identity
      * questions in this session (zero = none yet). Until it
      * matches the customer on the screen, COC3600C shows only
      * the name and the verification panel and refuses the
      * PF-key drill-downs; every attempt is logged to IDVLOG
      * (CVIDV01Y.cpy). Cleared when the agent leaves the
      * screen with PF3 -- the call is over.
      *
          05 CDEMO-CALLER-INFO.
             10 CDEMO-IDV-CUST-ID              PIC 9(09).
