               IF FWV-ACCT-ID NOT = WS-ACCT-ID-N
                   SET BROWSE-DONE TO TRUE
               ELSE
      * A late fee credited back with a misapplied payment
      * ('PX', COPXF00C) was the bank's error, not goodwill
                   IF FWV-TS(1:4) = WS-CURR-YEAR
                      AND NOT FWV-REASON-PAY-XFER
                       ADD FWV-AMOUNT TO WS-YTD-WAIVED
                   END-IF
               END-IF
