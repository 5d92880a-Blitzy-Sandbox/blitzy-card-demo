      *   CBTRN02C  - Posting cascade: rejects hotlisted cards
      *               (reason 122) and steps the counter
      *   CBHOT01C  - Daily post-hotlist attempt report
      *   CBABU01C  - Account updater (a hotlisted card sends
      *               the network a closed-account notice)
      *
       01  HOTLIST-RECORD.
      * --- Record key (bytes 1-16): the card number ---
