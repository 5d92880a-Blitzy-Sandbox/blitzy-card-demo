      ******************************************************************
      *Working Storage Copybook for the acting authorized-party check
      ******************************************************************
      *----------------------------------------------------------------*
      * Working Storage Copybook: buffers for the shared check
      * of an authorized party (AUTHPTY, CVAUP01Y.cpy) acting on
      * a customer's behalf on a maintenance screen.
      * Companion to CSAUPPY.cpy (PROCEDURE DIVISION paragraphs).
      *
      * Included at the 10-level -- designed to nest under a
      * parent 01-level or 05-level group in the consuming
      * program's WORKING-STORAGE SECTION, the same pattern as
      * CSRSTWY.cpy. The consuming program must also COPY
      * CVAUP01Y (the party record) and CSAUD01Y (the 'd' audit
      * record).
      *
      * CHECK-ACTING-PARTY: caller moves the account and the
      *   keyed party sequence to WS-APC-ACCT-ID/WS-APC-SEQ,
      *   PERFORMs CHECK-ACTING-PARTY THRU CHECK-ACTING-PARTY-
      *   EXIT, then tests WS-APC-IS-OK. Only an active party,
      *   not past its expiry date, with full-servicing scope
      *   may act; the party is left in AUTHORIZED-PARTY-RECORD.
      * WRITE-ACTING-PARTY-AUDIT: after the change is saved,
      *   caller moves a short description of what the party did
      *   to WS-APC-ACTION and PERFORMs WRITE-ACTING-PARTY-AUDIT
      *   THRU WRITE-ACTING-PARTY-AUDIT-EXIT -- one 'd' AUDITLOG
      *   record naming the party and the account.
      *----------------------------------------------------------------*
          10 WS-APC-AUTHPTY-FILE                   PIC X(08)
                                                   VALUE 'AUTHPTY '.
          10 WS-APC-AUDITLOG-FILE                  PIC X(08)
                                                   VALUE 'AUDITLOG'.
          10 WS-APC-RESP-CD                        PIC S9(09) COMP.
          10 WS-APC-REAS-CD                        PIC S9(09) COMP.
          10 WS-APC-ACCT-ID                        PIC 9(11)
                                                   VALUE ZEROS.
          10 WS-APC-SEQ                            PIC 9(02)
                                                   VALUE ZEROS.
          10 WS-APC-RESULT                         PIC X(01)
                                                   VALUE SPACE.
             88 WS-APC-IS-OK                       VALUE 'Y'.
             88 WS-APC-NOT-FOUND                   VALUE 'N'.
             88 WS-APC-NOT-ACTIVE                  VALUE 'X'.
             88 WS-APC-INQUIRY-ONLY                VALUE 'I'.
          10 WS-APC-TODAY                          PIC X(10)
                                                   VALUE SPACES.
          10 WS-APC-AUD-ID-N                       PIC 9(16)
                                                   VALUE ZEROS.
          10 WS-APC-ACTION                         PIC X(30)
                                                   VALUE SPACES.
      * The consuming program's name, moved in by the consumer
      * so the audit record names its origin
          10 WS-APC-PGM-NAME                       PIC X(08).
      *
