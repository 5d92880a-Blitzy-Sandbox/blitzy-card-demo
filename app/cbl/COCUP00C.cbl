      *              so the old address is never lost and a change
      *              just before a card reissue is visible to fraud
      *              review through the COCHS00C inquiry. An update
      *              that changes nothing writes no history. The
      *              collections contact restrictions --
      *              cease-and-desist and attorney-represented
      *              (Y/N) -- are kept here too, history and all;
      *              either one keeps the customer off the
      *              CBDLR01C dialer extract. The marketing
      *              do-not-solicit preference (Y/N) is kept here
      *              the same way; it keeps the customer out of
      *              every CBCMP01C campaign target list. The
      *              card-network account-updater opt-out (Y/N)
      *              is kept here too; it keeps the customer's
      *              cards off the CBABU01C updater file.
      *              The preferred correspondence language (EN,
      *              ES, FR, PT, ZH or VI; blank reads as EN) is
      *              kept here as well, prior value to CUSTHIST;
      *              CBLTR01C and CBSTM03A write to the customer
      *              in it.
      *              When the change is asked for by a third party
      *              the customer has authorized (AUTHPTY,
      *              CVAUP01Y.cpy), the agent keys the account and
      *              the party's sequence; the party must be
      *              active, unexpired and authorized for full
      *              servicing on one of the customer's accounts.
      *              The party is kept on the history record and
      *              one 'd' AUDITLOG record names them.
      * Files:       CUSTDAT  (READ, READ UPDATE, REWRITE)
      *              CUSTHIST (WRITE)
      *              CXACAIX  (READ - the acting party's account
      *                        belongs to the customer)
      *              AUTHPTY  (READ - the acting party)
      *              AUDITLOG (STARTBR, READPREV, ENDBR, WRITE)
      * Navigation:  PF3 returns to caller or main menu. PF4
      *              clears the form.
      *================================================================*
         05 WS-MESSAGE                 PIC X(80) VALUE SPACES.
         05 WS-CUSTDAT-FILE            PIC X(08) VALUE 'CUSTDAT '.
         05 WS-CUSTHIST-FILE           PIC X(08) VALUE 'CUSTHIST'.
         05 WS-CXACAIX-FILE            PIC X(08) VALUE 'CXACAIX '.
      *
         05 WS-ERR-FLG                 PIC X(01) VALUE 'N'.
           88 ERR-FLG-ON                         VALUE 'Y'.
         05 WS-REAS-CD                 PIC S9(09) COMP VALUE ZEROS.
      *
         05 WS-CUST-ID-N               PIC 9(09) VALUE 0.
      * Contact restriction flags as keyed, blank read as 'N'
         05 WS-CEASE-DESIST-IN         PIC X(01) VALUE 'N'.
         05 WS-ATTY-REP-IN             PIC X(01) VALUE 'N'.
         05 WS-DNS-IN                  PIC X(01) VALUE 'N'.
         05 WS-ABU-OPT-OUT-IN          PIC X(01) VALUE 'N'.
      * Preferred language as keyed, blank read as 'EN'
         05 WS-PREF-LANG-IN            PIC X(02) VALUE 'EN'.
           88 WS-PREF-LANG-VALID           VALUE 'EN' 'ES' 'FR'
                                                 'PT' 'ZH' 'VI'.
         05 WS-EFF-TS                  PIC X(14) VALUE SPACES.
      * The authorized party asking for the change, zeros when
      * the customer is. Buffers for the shared check, paired
      * with the CSAUPPY paragraphs at the bottom. See
      * app/cpy/CSAUPWY.cpy
         05 WS-ACTING-PARTY-ACCT-ID    PIC 9(11) VALUE ZERO.
         05 WS-ACTING-PARTY-ACCT-X     PIC X(11) VALUE SPACES.
         05 WS-ACTING-PARTY-SEQ        PIC 9(02) VALUE ZERO.
         05 WS-APC-WORK-AREA.
       COPY CSAUPWY.

      * COMMAREA structure for inter-program communication.
       COPY COCOM01Y.
       COPY CVCUS01Y.
      * 300-byte customer contact-history record
       COPY CVCHS01Y.
      * 50-byte card cross-reference record (CARD-XREF-RECORD)
       COPY CVACT03Y.
      * 150-byte authorized party record (AUTHORIZED-PARTY-RECORD)
       COPY CVAUP01Y.
      * 135-byte audit record (AUDIT-RECORD)
       COPY CSAUD01Y.

      * Sanctions watch-list and match-queue records
       COPY CVSAN01Y.
               PERFORM SEND-CUSTUPD-SCREEN
           END-IF

           PERFORM VALIDATE-RESTRICTIONS
           IF ERR-FLG-ON
               PERFORM SEND-CUSTUPD-SCREEN
           END-IF

           PERFORM VALIDATE-ACTING-PARTY
           IF ERR-FLG-ON
               PERFORM SEND-CUSTUPD-SCREEN
           END-IF

           PERFORM READ-CUSTDAT-UPDATE
           IF ERR-FLG-ON
               PERFORM SEND-CUSTUPD-SCREEN
               PERFORM SEND-CUSTUPD-SCREEN
           END-IF

      * A change asked for by an authorized party is audited in
      * the party's name
           IF WS-ACTING-PARTY-SEQ NOT = ZERO
               MOVE SPACES TO WS-APC-ACTION
               STRING 'CONTACT CHANGE CUST ' DELIMITED BY SIZE
                      CUST-ID                DELIMITED BY SIZE
                 INTO WS-APC-ACTION
               PERFORM WRITE-ACTING-PARTY-AUDIT
                  THRU WRITE-ACTING-PARTY-AUDIT-EXIT
           END-IF

           MOVE DFHGREEN TO ERRMSGC OF COCUP0AO
           MOVE 'Customer contact details updated...' TO WS-MESSAGE
           PERFORM SEND-CUSTUPD-SCREEN.
               MOVE WS-CUST-ID-N TO CUST-ID
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-RESTRICTIONS
      *----------------------------------------------------------------*
      * The contact restriction flags, the do-not-solicit
      * preference and the account-updater opt-out take Y or
      * N; blank reads as N. The preferred language takes one
      * of the supported codes; blank reads as EN.
       VALIDATE-RESTRICTIONS.
           MOVE 'N' TO WS-CEASE-DESIST-IN
           MOVE 'N' TO WS-ATTY-REP-IN
           MOVE 'N' TO WS-DNS-IN
           MOVE 'N' TO WS-ABU-OPT-OUT-IN
           MOVE 'EN' TO WS-PREF-LANG-IN
           IF CNDSTI OF COCUP0AI NOT = SPACES AND LOW-VALUES
               MOVE CNDSTI OF COCUP0AI TO WS-CEASE-DESIST-IN
           END-IF
           IF ATTYRPI OF COCUP0AI NOT = SPACES AND LOW-VALUES
               MOVE ATTYRPI OF COCUP0AI TO WS-ATTY-REP-IN
           END-IF
           IF DNSOLI OF COCUP0AI NOT = SPACES AND LOW-VALUES
               MOVE DNSOLI OF COCUP0AI TO WS-DNS-IN
           END-IF
           IF ABUOPTI OF COCUP0AI NOT = SPACES AND LOW-VALUES
               MOVE ABUOPTI OF COCUP0AI TO WS-ABU-OPT-OUT-IN
           END-IF
           IF PRFLNGI OF COCUP0AI NOT = SPACES AND LOW-VALUES
               MOVE PRFLNGI OF COCUP0AI TO WS-PREF-LANG-IN
           END-IF
           IF WS-CEASE-DESIST-IN NOT = 'Y' AND 'N'
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Cease-and-desist must be Y or N...' TO
                               WS-MESSAGE
               MOVE -1      TO CNDSTL OF COCUP0AI
           END-IF
           IF WS-ATTY-REP-IN NOT = 'Y' AND 'N'
               AND ERR-FLG-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Attorney-represented must be Y or N...' TO
                               WS-MESSAGE
               MOVE -1      TO ATTYRPL OF COCUP0AI
           END-IF
           IF WS-DNS-IN NOT = 'Y' AND 'N'
               AND ERR-FLG-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Do-not-solicit must be Y or N...' TO
                               WS-MESSAGE
               MOVE -1      TO DNSOLL OF COCUP0AI
           END-IF
           IF WS-ABU-OPT-OUT-IN NOT = 'Y' AND 'N'
               AND ERR-FLG-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Account-updater opt-out must be Y or N...' TO
                               WS-MESSAGE
               MOVE -1      TO ABUOPTL OF COCUP0AI
           END-IF
           IF NOT WS-PREF-LANG-VALID
               AND ERR-FLG-OFF
               MOVE 'Y'     TO WS-ERR-FLG
               MOVE 'Language must be EN, ES, FR, PT, ZH or VI...' TO
                               WS-MESSAGE
               MOVE -1      TO PRFLNGL OF COCUP0AI
           END-IF.

      *----------------------------------------------------------------*
      *                    VALIDATE-ACTING-PARTY
      *----------------------------------------------------------------*
      * An optional acting party, keyed as the account it is
      * authorized on plus its sequence. The account must be
      * one of this customer's, and the party one who may
      * service it today (shared CSAUPPY check).
       VALIDATE-ACTING-PARTY.
           MOVE ZERO TO WS-ACTING-PARTY-ACCT-ID
                        WS-ACTING-PARTY-SEQ
           IF (PTYACCI OF COCUP0AI = SPACES OR LOW-VALUES)
              AND (ACTPTYI OF COCUP0AI = SPACES OR LOW-VALUES)
               CONTINUE
           ELSE
               IF PTYACCI OF COCUP0AI IS NOT NUMERIC
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'Key the acting party''s 11 digit account...'
                     TO WS-MESSAGE
                   MOVE -1      TO PTYACCL OF COCUP0AI
               ELSE
                   IF ACTPTYI OF COCUP0AI IS NOT NUMERIC
                      OR ACTPTYI OF COCUP0AI = '00'
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Acting party must be the 2-digit sequence
      -                     '...' TO WS-MESSAGE
                       MOVE -1      TO ACTPTYL OF COCUP0AI
                   END-IF
               END-IF
           END-IF
           IF ERR-FLG-OFF
              AND PTYACCI OF COCUP0AI NOT = SPACES AND LOW-VALUES
               MOVE PTYACCI OF COCUP0AI TO WS-ACTING-PARTY-ACCT-ID
               MOVE ACTPTYI OF COCUP0AI TO WS-ACTING-PARTY-SEQ
               MOVE WS-ACTING-PARTY-ACCT-ID TO WS-ACTING-PARTY-ACCT-X
               EXEC CICS READ
                    DATASET   (WS-CXACAIX-FILE)
                    INTO      (CARD-XREF-RECORD)
                    LENGTH    (LENGTH OF CARD-XREF-RECORD)
                    RIDFLD    (WS-ACTING-PARTY-ACCT-X)
                    KEYLENGTH (LENGTH OF WS-ACTING-PARTY-ACCT-X)
                    RESP      (WS-RESP-CD)
                    RESP2     (WS-REAS-CD)
               END-EXEC
               IF WS-RESP-CD NOT = DFHRESP(NORMAL)
                  OR XREF-CUST-ID NOT = CUST-ID
                   MOVE 'Y'     TO WS-ERR-FLG
                   MOVE 'That account is not this customer''s...' TO
                                   WS-MESSAGE
                   MOVE -1      TO PTYACCL OF COCUP0AI
               END-IF
           END-IF
           IF ERR-FLG-OFF
              AND WS-ACTING-PARTY-SEQ NOT = ZERO
               MOVE WS-ACTING-PARTY-ACCT-ID TO WS-APC-ACCT-ID
               MOVE WS-ACTING-PARTY-SEQ     TO WS-APC-SEQ
               MOVE WS-PGMNAME              TO WS-APC-PGM-NAME
               PERFORM CHECK-ACTING-PARTY
                  THRU CHECK-ACTING-PARTY-EXIT
               EVALUATE TRUE
                   WHEN WS-APC-IS-OK
                       CONTINUE
                   WHEN WS-APC-NOT-FOUND
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'No such authorized party on the account..
      -                     '.' TO WS-MESSAGE
                       MOVE -1      TO ACTPTYL OF COCUP0AI
                   WHEN WS-APC-NOT-ACTIVE
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Authorized party is expired or revoked...'
                         TO WS-MESSAGE
                       MOVE -1      TO ACTPTYL OF COCUP0AI
                   WHEN OTHER
                       MOVE 'Y'     TO WS-ERR-FLG
                       MOVE 'Party is inquiry-only - cannot change det
      -                     'ails...' TO WS-MESSAGE
                       MOVE -1      TO ACTPTYL OF COCUP0AI
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      *                      LOOKUP-CUSTOMER
      *----------------------------------------------------------------*
               MOVE CUST-PHONE-NUM-1    TO PHONE1I OF COCUP0AI
               MOVE CUST-PHONE-NUM-2    TO PHONE2I OF COCUP0AI
               MOVE CUST-EMAIL-ADDR     TO EMAILI  OF COCUP0AI
               IF CUST-CEASE-DESIST
                   MOVE 'Y'             TO CNDSTI  OF COCUP0AI
               ELSE
                   MOVE 'N'             TO CNDSTI  OF COCUP0AI
               END-IF
               IF CUST-ATTY-REPRESENTED
                   MOVE 'Y'             TO ATTYRPI OF COCUP0AI
               ELSE
                   MOVE 'N'             TO ATTYRPI OF COCUP0AI
               END-IF
               IF CUST-DO-NOT-SOLICIT
                   MOVE 'Y'             TO DNSOLI  OF COCUP0AI
               ELSE
                   MOVE 'N'             TO DNSOLI  OF COCUP0AI
               END-IF
               IF CUST-ABU-OPT-OUT
                   MOVE 'Y'             TO ABUOPTI OF COCUP0AI
               ELSE
                   MOVE 'N'             TO ABUOPTI OF COCUP0AI
               END-IF
               IF CUST-PREF-LANG-CD = SPACES OR LOW-VALUES
                   MOVE 'EN'            TO PRFLNGI OF COCUP0AI
               ELSE
                   MOVE CUST-PREF-LANG-CD TO PRFLNGI OF COCUP0AI
               END-IF
           END-IF.

      *----------------------------------------------------------------*
              OR CUST-PHONE-NUM-2 NOT = PHONE2I OF COCUP0AI
              OR CUST-EMAIL-ADDR NOT = EMAILI OF COCUP0AI
               SET CONTACT-CHANGED TO TRUE
           END-IF
           IF (CUST-CEASE-DESIST AND WS-CEASE-DESIST-IN = 'N')
              OR (CUST-CEASE-DESIST-NONE AND WS-CEASE-DESIST-IN = 'Y')
              OR (CUST-ATTY-REPRESENTED AND WS-ATTY-REP-IN = 'N')
              OR (CUST-ATTY-REP-NONE AND WS-ATTY-REP-IN = 'Y')
              OR (CUST-DO-NOT-SOLICIT AND WS-DNS-IN = 'N')
              OR (CUST-SOLICIT-OK AND WS-DNS-IN = 'Y')
              OR (CUST-ABU-OPT-OUT AND WS-ABU-OPT-OUT-IN = 'N')
              OR (CUST-ABU-OPT-IN AND WS-ABU-OPT-OUT-IN = 'Y')
               SET CONTACT-CHANGED TO TRUE
           END-IF
      * A record that predates the language field is English
           IF CUST-PREF-LANG-CD NOT = WS-PREF-LANG-IN
              AND NOT (CUST-PREF-LANG-CD = SPACES OR LOW-VALUES
                       AND WS-PREF-LANG-IN = 'EN')
               SET CONTACT-CHANGED TO TRUE
           END-IF.

      *----------------------------------------------------------------*
           MOVE CUST-PHONE-NUM-1     TO CHS-PRIOR-PHONE-NUM-1
           MOVE CUST-PHONE-NUM-2     TO CHS-PRIOR-PHONE-NUM-2
           MOVE CUST-EMAIL-ADDR      TO CHS-PRIOR-EMAIL-ADDR
           MOVE CUST-CEASE-DESIST-FLAG TO CHS-PRIOR-CEASE-DESIST-FLAG
           MOVE CUST-ATTY-REP-FLAG   TO CHS-PRIOR-ATTY-REP-FLAG
           MOVE CUST-DO-NOT-SOLICIT-FLAG TO CHS-PRIOR-DNS-FLAG
           MOVE CUST-ABU-OPT-OUT-FLAG
                                     TO CHS-PRIOR-ABU-OPT-OUT-FLAG
           MOVE CUST-PREF-LANG-CD    TO CHS-PRIOR-LANG-CD
           MOVE CDEMO-USER-ID        TO CHS-CHANGED-BY-USR-ID
           MOVE WS-ACTING-PARTY-ACCT-ID TO CHS-ACTING-PARTY-ACCT-ID
           MOVE WS-ACTING-PARTY-SEQ  TO CHS-ACTING-PARTY-SEQ

           EXEC CICS WRITE
                DATASET   (WS-CUSTHIST-FILE)
           MOVE PHONE1I OF COCUP0AI TO CUST-PHONE-NUM-1
           MOVE PHONE2I OF COCUP0AI TO CUST-PHONE-NUM-2
           MOVE EMAILI  OF COCUP0AI TO CUST-EMAIL-ADDR
           MOVE WS-CEASE-DESIST-IN  TO CUST-CEASE-DESIST-FLAG
           MOVE WS-ATTY-REP-IN      TO CUST-ATTY-REP-FLAG
           MOVE WS-DNS-IN           TO CUST-DO-NOT-SOLICIT-FLAG
           MOVE WS-ABU-OPT-OUT-IN   TO CUST-ABU-OPT-OUT-FLAG
           MOVE WS-PREF-LANG-IN     TO CUST-PREF-LANG-CD
      * A corrected mailing address lifts the returned-mail
      * suppression (CUST-MAIL-RETURN-FLAG, raised by
      * CORTM00C): statements and letters resume with the new
                                   PHONE1I OF COCUP0AI
                                   PHONE2I OF COCUP0AI
                                   EMAILI  OF COCUP0AI
                                   CNDSTI  OF COCUP0AI
                                   ATTYRPI OF COCUP0AI
                                   DNSOLI  OF COCUP0AI
                                   ABUOPTI OF COCUP0AI
                                   PRFLNGI OF COCUP0AI
                                   PTYACCI OF COCUP0AI
                                   ACTPTYI OF COCUP0AI
                                   CUSTNMO OF COCUP0AO
                                   WS-MESSAGE
           PERFORM SEND-CUSTUPD-SCREEN.
      * app/cpy/CSSANPY.cpy.
      *----------------------------------------------------------------*
       COPY CSSANPY.

      *----------------------------------------------------------------*
      * CSAUPPY: included CHECK-ACTING-PARTY and WRITE-ACTING-
      * PARTY-AUDIT paragraph pairs.
      * See app/cpy/CSAUPPY.cpy
       COPY CSAUPPY.
