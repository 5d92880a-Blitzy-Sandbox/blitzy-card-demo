      *              consecutive-failure counter, restoring a card
      *              blocked by PIN failures to its prior state is
      *              still an operator action on COCRDUPC.
      *              Every PIN set or change writes an 'h'
      *              AUDITLOG record naming the account and the
      *              card's last four digits -- a PIN change is
      *              one of the servicing events the CBATO01C
      *              account takeover scan correlates.
      * Files:       CARDDAT  (READ, READ UPDATE, REWRITE)
      *              CARDXREF (READ, by card number)
      *              CUSTDAT  (READ)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or main menu. PF4
      *              clears the form.
      *================================================================*
         05 WS-CARDDAT-FILE            PIC X(08) VALUE 'CARDDAT '.
         05 WS-CARDXREF-FILE           PIC X(08) VALUE 'CCXREF  '.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-AUDITLOG-FILE           PIC X(08) VALUE 'AUDITLOG'.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-OFFSET-DIGIT            PIC 9(02) VALUE 0.
         05 WS-IX                      PIC S9(04) COMP VALUE 0.
         05 WS-NEW-OFFSET              PIC X(04) VALUE SPACES.
      * Audit trail work: whether the card had a PIN before
         05 WS-AUD-ID-N                PIC 9(16) VALUE ZEROS.
         05 WS-AUD-VERB                PIC X(07) VALUE SPACES.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
       COPY CVACT03Y.
      * 500-byte customer master record (CUSTOMER-RECORD)
       COPY CVCUS01Y.
      * 135-byte audit record (AUDIT-RECORD)
       COPY CSAUD01Y.

       COPY DFHAID.
       COPY DFHBMSCA.
               PERFORM SEND-PINMNT-SCREEN
           END-IF

           IF CARD-PIN-OFFSET = SPACES OR LOW-VALUES
               MOVE 'SET'     TO WS-AUD-VERB
           ELSE
               MOVE 'CHANGED' TO WS-AUD-VERB
           END-IF
           MOVE WS-NEW-OFFSET TO CARD-PIN-OFFSET
           MOVE ZERO          TO CARD-PIN-FAIL-COUNT
           EXEC CICS REWRITE
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Unable to store PIN offset...' TO WS-MESSAGE
           ELSE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      *                      WRITE-AUDIT-RECORD
      *----------------------------------------------------------------*
      * Write one 'h' (PIN set/change) record to the AUDITLOG
      * VSAM, using the same browse-to-end ID generation every
      * other audit writer uses. The account number always
      * sits at bytes 17-27 of AUD-DESC, where CBATO01C reads
      * it; the card shows its last four digits only.
       WRITE-AUDIT-RECORD.
           MOVE HIGH-VALUES TO AUD-ID
           EXEC CICS STARTBR
                DATASET   (WS-AUDITLOG-FILE)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
               EXEC CICS READPREV
                    DATASET   (WS-AUDITLOG-FILE)
                    INTO      (AUDIT-RECORD)
                    LENGTH    (LENGTH OF AUDIT-RECORD)
                    RIDFLD    (AUD-ID)
                    KEYLENGTH (LENGTH OF AUD-ID)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                   MOVE ZEROS TO AUD-ID
               END-IF
               EXEC CICS ENDBR
                    DATASET   (WS-AUDITLOG-FILE)
               END-EXEC
           ELSE
               MOVE ZEROS TO AUD-ID
           END-IF
           MOVE AUD-ID       TO WS-AUD-ID-N
           ADD 1 TO WS-AUD-ID-N

           INITIALIZE AUDIT-RECORD
           MOVE WS-AUD-ID-N       TO AUD-ID
           MOVE FUNCTION CURRENT-DATE
                                  TO WS-CURDATE-DATA
           MOVE WS-CURDATE-N      TO AUD-TS(1:8)
           MOVE WS-CURTIME-HOURS  TO AUD-TS(9:2)
           MOVE WS-CURTIME-MINUTE TO AUD-TS(11:2)
           MOVE WS-CURTIME-SECOND TO AUD-TS(13:2)
           SET AUD-ACTION-PIN-CHANGE TO TRUE
           MOVE CDEMO-USER-ID     TO AUD-USR-ID
           MOVE CDEMO-USER-ID     TO AUD-BY-USR-ID
           MOVE WS-PGMNAME        TO AUD-PGM-NAME
           STRING 'PIN CHANGE ACCT '  DELIMITED BY SIZE
                  CARD-ACCT-ID        DELIMITED BY SIZE
                  ' CARD ****'        DELIMITED BY SIZE
                  CARD-NUM(13:4)      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WS-AUD-VERB         DELIMITED BY SPACE
             INTO AUD-DESC

           EXEC CICS WRITE
                DATASET   (WS-AUDITLOG-FILE)
                FROM      (AUDIT-RECORD)
                LENGTH    (LENGTH OF AUDIT-RECORD)
                RIDFLD    (AUD-ID)
                KEYLENGTH (LENGTH OF AUD-ID)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           .

      *----------------------------------------------------------------*
      *                      READ-CARDDAT-FILE
      *----------------------------------------------------------------*
