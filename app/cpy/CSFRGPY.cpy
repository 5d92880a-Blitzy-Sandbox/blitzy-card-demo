      ******************************************************************
      *Procedure Division Copybook for the inbound file registry
      ******************************************************************
      * ***  PERFORM FRG-HASH-RECORD to fold WS-FRG-REC-BUF into
      *         the file's content hash and record count
      *      PERFORM FRG-REGISTER-FILE once the file is proven,
      *         then test FRG-ACCEPTED
      ******************************************************************
      *
      * Working storage fields: see CSFRGWY.cpy
      * The registry record is CVFRG01Y.cpy (FILEREG), checked
      *   and written by the CALLed CSFRGCHK routine.
      *
      * One detail record into the hash.
       FRG-HASH-RECORD.
           PERFORM FRG-HASH-BYTE
              VARYING WS-FRG-POS FROM 1 BY 1
                UNTIL WS-FRG-POS > WS-FRG-REC-LEN
           ADD 1 TO WS-FRG-COUNT
           .
       FRG-HASH-RECORD-EXIT.
           EXIT
           .

      * One byte: its code from the low half of the overlay.
       FRG-HASH-BYTE.
           MOVE LOW-VALUES TO WS-FRG-BYTE-HIGH
           MOVE WS-FRG-REC-BUF(WS-FRG-POS:1) TO WS-FRG-BYTE-LOW
           COMPUTE WS-FRG-HASH = (WS-FRG-HASH * 31) + WS-FRG-BYTE-BIN
           DIVIDE WS-FRG-HASH BY WS-FRG-PRIME
              GIVING WS-FRG-QUOTIENT REMAINDER WS-FRG-HASH
           .
       FRG-HASH-BYTE-EXIT.
           EXIT
           .

      * The file against the registry: the count and hash go
      * in beside the caller's sender, date and sequence, and
      * FRG-STATUS comes back with the verdict.
       FRG-REGISTER-FILE.
           MOVE WS-FRG-COUNT TO FRG-RECORD-COUNT
           MOVE WS-FRG-HASH  TO FRG-CONTENT-HASH
           CALL 'CSFRGCHK' USING FILE-REGISTRY-RECORD
           .
       FRG-REGISTER-FILE-EXIT.
           EXIT
           .
