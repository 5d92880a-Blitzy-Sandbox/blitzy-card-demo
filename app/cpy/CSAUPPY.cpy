      ******************************************************************
      *Common code for the acting authorized-party check
      ******************************************************************
      *----------------------------------------------------------------*
      * Procedure Division Copybook: the shared check of an
      * authorized party acting for the customer. Companion to
      * CSAUPWY.cpy (working-storage buffers); the consuming
      * program must also COPY CVAUP01Y and CSAUD01Y.
      *
      * The party must be on file for the account, active, not
      * past its expiry date (the nightly CBAUP01C run may not
      * have flipped the status yet), and authorized for full
      * servicing -- an inquiry-only party may be told about the
      * account but may not change it.
      *----------------------------------------------------------------*
       CHECK-ACTING-PARTY.
           MOVE SPACE TO WS-APC-RESULT
           MOVE WS-APC-ACCT-ID TO AUP-ACCT-ID
           MOVE WS-APC-SEQ     TO AUP-SEQ
           EXEC CICS READ
                DATASET   (WS-APC-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                RESP      (WS-APC-RESP-CD)
                RESP2     (WS-APC-REAS-CD)
           END-EXEC
           IF WS-APC-RESP-CD NOT = DFHRESP(NORMAL)
              SET WS-APC-NOT-FOUND TO TRUE
              GO TO CHECK-ACTING-PARTY-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURDATE-DATA
           STRING WS-CURDATE-YEAR  '-'
                  WS-CURDATE-MONTH '-'
                  WS-CURDATE-DAY
                  DELIMITED BY SIZE
                  INTO WS-APC-TODAY
           END-STRING
           IF NOT AUP-STATUS-ACTIVE
              OR (AUP-EXPIRY-DATE NOT = SPACES
                  AND AUP-EXPIRY-DATE < WS-APC-TODAY)
              SET WS-APC-NOT-ACTIVE TO TRUE
              GO TO CHECK-ACTING-PARTY-EXIT
           END-IF
           IF NOT AUP-SCOPE-FULL
              SET WS-APC-INQUIRY-ONLY TO TRUE
              GO TO CHECK-ACTING-PARTY-EXIT
           END-IF
           SET WS-APC-IS-OK TO TRUE
           .
       CHECK-ACTING-PARTY-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      * Writes one 'd' (authorized party) AUDITLOG record naming
      * the party who acted, the account, and what was done.
      * AUD-ID generation is the same browse-to-end pattern the
      * other audit writers use.
       WRITE-ACTING-PARTY-AUDIT.
           MOVE HIGH-VALUES TO AUD-ID
           EXEC CICS STARTBR
                DATASET   (WS-APC-AUDITLOG-FILE)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-APC-RESP-CD)
                RESP2     (WS-APC-REAS-CD)
           END-EXEC
           IF WS-APC-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                    DATASET   (WS-APC-AUDITLOG-FILE)
                    INTO      (AUDIT-RECORD)
                    LENGTH    (LENGTH OF AUDIT-RECORD)
                    RIDFLD    (AUD-ID)
                    KEYLENGTH (LENGTH OF AUD-ID)
                    RESP      (WS-APC-RESP-CD)
                    RESP2     (WS-APC-REAS-CD)
               END-EXEC
               IF WS-APC-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE ZEROS TO AUD-ID
               END-IF
               EXEC CICS ENDBR
                    DATASET   (WS-APC-AUDITLOG-FILE)
               END-EXEC
           ELSE
               MOVE ZEROS TO AUD-ID
           END-IF
           MOVE AUD-ID TO WS-APC-AUD-ID-N
           ADD 1 TO WS-APC-AUD-ID-N

           INITIALIZE AUDIT-RECORD
           MOVE WS-APC-AUD-ID-N   TO AUD-ID
           MOVE FUNCTION CURRENT-DATE
                                  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N      TO AUD-TS(1:8)
           MOVE WS-CURTIME-HOURS  TO AUD-TS(9:2)
           MOVE WS-CURTIME-MINUTE TO AUD-TS(11:2)
           MOVE WS-CURTIME-SECOND TO AUD-TS(13:2)
           SET AUD-ACTION-AUTH-PARTY TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-APC-PGM-NAME   TO AUD-PGM-NAME
           STRING 'BY AUTH PARTY '    DELIMITED BY SIZE
                  AUP-SEQ             DELIMITED BY SIZE
                  ' ACCT '            DELIMITED BY SIZE
                  AUP-ACCT-ID         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-APC-ACTION       DELIMITED BY '  '
                  ': '                DELIMITED BY SIZE
                  AUP-NAME            DELIMITED BY SIZE
             INTO AUD-DESC

           EXEC CICS WRITE
                DATASET   (WS-APC-AUDITLOG-FILE)
                FROM      (AUDIT-RECORD)
                LENGTH    (LENGTH OF AUDIT-RECORD)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-APC-RESP-CD)
                RESP2     (WS-APC-REAS-CD)
           END-EXEC
           .
       WRITE-ACTING-PARTY-AUDIT-EXIT.
           EXIT.
