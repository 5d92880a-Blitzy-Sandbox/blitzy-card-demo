      *               double-waiver guard)
      *   CBFWV01C  - Monthly waivers-by-reason-and-operator
      *               report
      *   CBPRF01C  - Profitability (waivers taken off the
      *               account's revenue)
      *   COPXF00C  - Payment transfer (writes one 'PX' record
      *               per late fee credited back, so the fee
      *               cannot be waived a second time)
      *
      * Cross-References:
      *   CVTRA05Y.cpy - TRAN-ORIG-TRAN-ID on the reversal
               88  FWV-REASON-GOODWILL           VALUE 'GW'.
               88  FWV-REASON-RETENTION          VALUE 'RT'.
               88  FWV-REASON-CUST-SAT           VALUE 'CS'.
      *     'PX' is written only by COPXF00C, for a late fee
      *     credited back with a misapplied payment -- never
      *     keyed, and outside the annual goodwill cap
               88  FWV-REASON-PAY-XFER           VALUE 'PX'.
               88  FWV-REASON-VALID              VALUE 'BK' 'GW'
                                                       'RT' 'CS'.
      * --- Operator who granted the waiver (bytes 55-62) ---
