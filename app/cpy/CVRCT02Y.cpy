      *****************************************************************
      *    Data-structure for access recertification report lines
      *****************************************************************
      * Record Layout Copybook: Access recertification completion
      *   report print-line formats (132-char lines), used by
      *   CBRCT02C to print one campaign: a heading block with
      *   the campaign, its opening date and deadline and whether
      *   it is still in progress or complete, one detail line
      *   per user extracted -- access held, manager, decision,
      *   who decided and when -- then the totals by decision.
      *   The auditors keep the COMPLETE report as the evidence
      *   that every user's access was reviewed.
      *
      * Consuming programs (batch):
      *   CBRCT02C - Recertification deadline and report
      *
      * Cross-references:
      *   Campaign: CVRCT01Y.cpy (USER-RECERT-RECORD)
      *****************************************************************
       01  RCT-PAGE-HEADER.
           05  FILLER                        PIC X(40)
                   VALUE 'CARDDEMO ACCESS RECERTIFICATION REPORT'.
           05  FILLER                        PIC X(12)
                   VALUE 'RUN DATE : '.
           05  RCT-HDR-RUN-DATE              PIC X(10).
           05  FILLER                        PIC X(70) VALUE SPACES.

       01  RCT-CAMPAIGN-HEADER.
           05  FILLER                        PIC X(11)
                   VALUE 'CAMPAIGN : '.
           05  RCT-HDR-CAMPAIGN-ID           PIC X(08).
           05  FILLER                        PIC X(12)
                   VALUE '  OPENED : '.
           05  RCT-HDR-OPEN-DATE             PIC X(10).
           05  FILLER                        PIC X(14)
                   VALUE '  DEADLINE : '.
           05  RCT-HDR-DEADLINE              PIC X(10).
           05  FILLER                        PIC X(12)
                   VALUE '  STATUS : '.
           05  RCT-HDR-STATUS                PIC X(30).
           05  FILLER                        PIC X(25) VALUE SPACES.

       01  RCT-RULE-LINE.
           05  FILLER                        PIC X(132)
                   VALUE ALL '-'.

       01  RCT-DETAIL-HEADER.
           05  FILLER                        PIC X(10)
                   VALUE 'USER ID'.
           05  FILLER                        PIC X(27)
                   VALUE 'NAME'.
           05  FILLER                        PIC X(05)
                   VALUE 'TYPE'.
           05  FILLER                        PIC X(10)
                   VALUE 'ROLE'.
           05  FILLER                        PIC X(10)
                   VALUE 'MANAGER'.
           05  FILLER                        PIC X(12)
                   VALUE 'LAST SIGNON'.
           05  FILLER                        PIC X(06)
                   VALUE 'ENTL'.
           05  FILLER                        PIC X(11)
                   VALUE 'DECISION'.
           05  FILLER                        PIC X(10)
                   VALUE 'BY'.
           05  FILLER                        PIC X(31)
                   VALUE 'DECIDED AT'.

      * Last sign-on and decided-at are YYYY-MM-DD; a user who
      * never signed on shows NEVER, a user with no manager on
      * file shows (ADMIN)
       01  RCT-DETAIL-LINE.
           05  RCT-DTL-USR-ID                PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-NAME                  PIC X(25).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-TYPE                  PIC X(01).
           05  FILLER                        PIC X(04) VALUE SPACES.
           05  RCT-DTL-ROLE                  PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-MANAGER               PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-LAST-LOGIN            PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-ENT-COUNT             PIC ZZ9.
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  RCT-DTL-DECISION              PIC X(09).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-DECIDED-BY            PIC X(08).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  RCT-DTL-DECIDED-AT            PIC X(10).
           05  FILLER                        PIC X(21) VALUE SPACES.

       01  RCT-TOTALS-TITLE.
           05  FILLER                        PIC X(60)
                   VALUE 'TOTALS BY DECISION'.
           05  FILLER                        PIC X(72) VALUE SPACES.

       01  RCT-TOTAL-LINE.
           05  FILLER                        PIC X(05) VALUE SPACES.
           05  RCT-TOT-LABEL                 PIC X(30).
           05  RCT-TOT-COUNT                 PIC ZZ,ZZ9.
           05  FILLER                        PIC X(91) VALUE SPACES.

       01  RCT-NONE-LINE.
           05  FILLER                        PIC X(60)
                   VALUE 'NO USERS EXTRACTED FOR THIS CAMPAIGN'.
           05  FILLER                        PIC X(72) VALUE SPACES.

       01  RCT-END-LINE.
           05  FILLER                        PIC X(40)
                   VALUE '*** END OF RECERTIFICATION REPORT ***'.
           05  FILLER                        PIC X(92) VALUE SPACES.
