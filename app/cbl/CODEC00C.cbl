      *                - collects the customer's accounts from
      *                  CARDXREF and writes each one NEW onto the
      *                  ESTATEWQ estate work queue (CVEST01Y.cpy),
      *                - ends every active power of attorney on
      *                  those accounts (AUTHPTY, CVAUP01Y.cpy):
      *                  the authority dies with the principal, so
      *                  each PA party is set terminated as of the
      *                  date of death,
      *                - writes one 'B' AUDITLOG record.
      *              From that moment CBTRN02C refuses new debits on
      *              the customer's accounts (payments still post,
      * Files:       CUSTDAT  (READ UPDATE, REWRITE)
      *              CARDXREF (STARTBR, READNEXT, ENDBR)
      *              ESTATEWQ (WRITE)
      *              AUTHPTY  (STARTBR, READNEXT, ENDBR,
      *                        READ UPDATE, REWRITE)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or main menu. PF4 clears
      *              the form.
         05 WS-CARDXREF-FILE           PIC X(08) VALUE 'CARDXREF'.
         05 WS-ESTATEWQ-FILE           PIC X(08) VALUE 'ESTATEWQ'.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
         05 WS-AUTHPTY-FILE            PIC X(08) VALUE 'AUTHPTY '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-QUEUED-COUNT            PIC 9(02) VALUE ZEROS.
         05 WS-XREF-I                  PIC S9(04) COMP VALUE 0.
         05 WS-DUP-ACCT-FLG            PIC X(01) VALUE 'N'.
         05 WS-POA-ENDED-COUNT         PIC 9(02) VALUE ZEROS.
         05 WS-POA-I                   PIC S9(04) COMP VALUE 0.
         05 WS-PTY-SCAN-DONE-FLG       PIC X(01) VALUE 'N'.

      * The customer's distinct accounts collected from the
      * cross-reference scan -- the same 50-slot bound the
         05 WS-ACCT-KEYS-USED          PIC S9(04) COMP VALUE 0.
         05 WS-ACCT-KEY-ID             PIC 9(11) OCCURS 50 TIMES.

      * One account's active power-of-attorney parties, found by
      * the AUTHPTY browse and then ended one READ UPDATE at a
      * time (an account holds at most 99 parties)
       01 WS-POA-SEQ-TABLE.
         05 WS-POA-SEQS-USED           PIC S9(04) COMP VALUE 0.
         05 WS-POA-SEQ                 PIC 9(02) OCCURS 99 TIMES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.

       COPY CVACT03Y.
      * 80-byte estate work-queue record (ESTATE-WQ-RECORD)
       COPY CVEST01Y.
      * 150-byte authorized party record (AUTHORIZED-PARTY-RECORD)
       COPY CVAUP01Y.
      * 135-byte audit record (AUDIT-RECORD)
       COPY CSAUD01Y.

           PERFORM QUEUE-ESTATE-RECORDS
              VARYING WS-XREF-I FROM 1 BY 1
              UNTIL WS-XREF-I > WS-ACCT-KEYS-USED
           MOVE ZEROS TO WS-POA-ENDED-COUNT
           PERFORM END-POWERS-OF-ATTORNEY
              VARYING WS-XREF-I FROM 1 BY 1
              UNTIL WS-XREF-I > WS-ACCT-KEYS-USED
           PERFORM WRITE-AUDIT-RECORD

           MOVE DFHGREEN TO ERRMSGC OF CODEC0AO
           STRING 'Customer flagged deceased. Accounts queued: '
                                      DELIMITED BY SIZE
                  WS-QUEUED-COUNT     DELIMITED BY SIZE
                  '. POA ended: '     DELIMITED BY SIZE
                  WS-POA-ENDED-COUNT  DELIMITED BY SIZE
             INTO WS-MESSAGE
           MOVE SPACES TO CUSTIDI  OF CODEC0AI
           MOVE SPACES TO DODI     OF CODEC0AI
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                   END-POWERS-OF-ATTORNEY
      *----------------------------------------------------------------*
      * Ends every active power of attorney on the account
      * WS-XREF-I points at: the browse finds them, then each is
      * read for update and set terminated as of the date of
      * death. Other authorized parties are left for the estate
      * team to review.
       END-POWERS-OF-ATTORNEY.
           MOVE ZERO TO WS-POA-SEQS-USED
           MOVE 'N'  TO WS-PTY-SCAN-DONE-FLG
           MOVE WS-ACCT-KEY-ID (WS-XREF-I) TO AUP-ACCT-ID
           MOVE ZEROS                      TO AUP-SEQ
           EXEC CICS STARTBR
                DATASET   (WS-AUTHPTY-FILE)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                GTEQ
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-PARTY
                   UNTIL WS-PTY-SCAN-DONE-FLG = 'Y'
               EXEC CICS ENDBR
                    DATASET   (WS-AUTHPTY-FILE)
               END-EXEC
           END-IF
           PERFORM TERMINATE-POA-PARTY
              VARYING WS-POA-I FROM 1 BY 1
              UNTIL WS-POA-I > WS-POA-SEQS-USED.

      *----------------------------------------------------------------*
      *                       SCAN-NEXT-PARTY
      *----------------------------------------------------------------*
       SCAN-NEXT-PARTY.
           EXEC CICS READNEXT
                DATASET   (WS-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              OR AUP-ACCT-ID NOT = WS-ACCT-KEY-ID (WS-XREF-I)
               MOVE 'Y' TO WS-PTY-SCAN-DONE-FLG
           ELSE
               IF AUP-REL-POWER-OF-ATTORNEY
                  AND AUP-STATUS-ACTIVE
                  AND WS-POA-SEQS-USED < 99
                   ADD 1 TO WS-POA-SEQS-USED
                   MOVE AUP-SEQ TO WS-POA-SEQ (WS-POA-SEQS-USED)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *                     TERMINATE-POA-PARTY
      *----------------------------------------------------------------*
       TERMINATE-POA-PARTY.
           MOVE WS-ACCT-KEY-ID (WS-XREF-I) TO AUP-ACCT-ID
           MOVE WS-POA-SEQ (WS-POA-I)      TO AUP-SEQ
           EXEC CICS READ
                DATASET   (WS-AUTHPTY-FILE)
                INTO      (AUTHORIZED-PARTY-RECORD)
                LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                RIDFLD    (AUP-KEY)
                KEYLENGTH (LENGTH OF AUP-KEY)
                UPDATE
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               SET AUP-STATUS-TERMINATED TO TRUE
               MOVE WS-DOD-X                    TO AUP-END-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AUP-LAST-UPD-TS
               MOVE CDEMO-USER-ID               TO AUP-LAST-UPD-USR-ID
               EXEC CICS REWRITE
                    DATASET   (WS-AUTHPTY-FILE)
                    FROM      (AUTHORIZED-PARTY-RECORD)
                    LENGTH    (LENGTH OF AUTHORIZED-PARTY-RECORD)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
           END-IF
           IF WS-RESP-CD = DFHRESP(NORMAL)
               ADD 1 TO WS-POA-ENDED-COUNT
           ELSE
               DISPLAY 'WARNING: COULD NOT END POWER OF ATTORNEY'
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
                  WS-DOD-X            DELIMITED BY SIZE
                  ' ACCTS QUEUED '    DELIMITED BY SIZE
                  WS-QUEUED-COUNT     DELIMITED BY SIZE
                  ' POA ENDED '       DELIMITED BY SIZE
                  WS-POA-ENDED-COUNT  DELIMITED BY SIZE
             INTO AUD-DESC

           EXEC CICS WRITE
