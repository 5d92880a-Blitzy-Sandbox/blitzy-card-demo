      *   10 = Balance Transfer (external: the amount CBBTR01C
      *        paid another issuer, landing on our account as a
      *        debit -- see CVBTR01Y.cpy)
      *   11 = Installment Plan (category 0001 = the account's
      *        plan balance segment: purchases COIPL00C moves
      *        out of revolving into equal-payment plans, billed
      *        by CBACT04C and never charged revolving interest
      *        -- see CVIPL01Y.cpy)
      *   12 = Convenience Check (category 0001 = a check drawn
      *        against the credit line, paid by CBCHK01C from
      *        the bank's clearing file; accrues interest from
      *        the posting day like a cash advance -- see
      *        CVCHK02Y.cpy)
      *
      * Consuming programs:
      *   CBTRN03C.cbl - Transaction reporting (type description
