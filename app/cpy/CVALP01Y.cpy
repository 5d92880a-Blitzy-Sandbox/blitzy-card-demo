      * dataset -- one record per account whose holder has
      * elected proactive alerts, taken by the COALP00C
      * preference screen. The nightly CBALP01C batch evaluates
      * the day's posted activity, the account's state and the
      * day's channel-control declines against these elections
      * and writes one ALRTNTFY notification record per
      * triggered alert, carrying the customer's preferred
      * contact method and email -- the same outbound hook the
      * e-statement notifications use.
      *
      * Primary key: ALP-ACCT-ID (11 bytes, position 1).
      *
      *     (bytes 27-48) ---
           05  ALP-UPDATED-BY                    PIC X(08).
           05  ALP-UPDATED-TS                    PIC X(14).
      * --- Channel-control decline alert: notify when a
      *     transaction is declined because the card's
      *     e-commerce, international or cash use is turned off
      *     (CVCHN01Y.cpy) (byte 49) ---
           05  ALP-CTLDECL-FLAG                  PIC X(01).
               88  ALP-CTLDECL-ALERT-ON              VALUE 'Y'.
      * --- Reserved space (bytes 50-60) ---
           05  FILLER                            PIC X(11).
