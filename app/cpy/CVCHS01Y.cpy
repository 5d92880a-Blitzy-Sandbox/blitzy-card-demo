           05  CHS-PRIOR-EMAIL-ADDR              PIC X(50).
      * --- The user who made the change (bytes 269-276) ---
           05  CHS-CHANGED-BY-USR-ID             PIC X(08).
      * --- The prior collections contact restrictions,
      *     cease-and-desist and attorney-represented
      *     (bytes 277-278) ---
           05  CHS-PRIOR-CEASE-DESIST-FLAG       PIC X(01).
           05  CHS-PRIOR-ATTY-REP-FLAG           PIC X(01).
      * --- The prior marketing do-not-solicit preference
      *     (byte 279) ---
           05  CHS-PRIOR-DNS-FLAG                PIC X(01).
      * --- The authorized party who asked for the change: the
      *     AUTHPTY key, account + party sequence (CVAUP01Y.cpy);
      *     zeros when the customer did (bytes 280-292) ---
           05  CHS-ACTING-PARTY-ACCT-ID          PIC 9(11).
           05  CHS-ACTING-PARTY-SEQ              PIC 9(02).
      * --- The prior account-updater opt-out (byte 293) ---
           05  CHS-PRIOR-ABU-OPT-OUT-FLAG        PIC X(01).
      * --- The prior preferred correspondence language
      *     (bytes 294-295) ---
           05  CHS-PRIOR-LANG-CD                 PIC X(02).
      * --- Reserved space (bytes 296-300) ---
           05  FILLER                            PIC X(05).
