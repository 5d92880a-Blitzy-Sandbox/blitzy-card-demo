      *   charged (TRAN-TYPE-CD '01' / TRAN-CAT-CD '0005' postings,
      *   the same system-generated code CBACT04C's 1300-B-WRITE-TX
      *   writes) across all of that customer's accounts for the
      *   tax year named in the run's PARM-DATE. A second section
      *   lists the settled accounts whose forgiven balance was
      *   extracted for 1099-C reporting (TAX1099C, CVTAX02Y.cpy).
      *
      * Consuming programs (batch):
      *   CBACT09C - Year-end tax/interest summary batch job
      *   Transaction: CVTRA05Y.cpy (TRAN-RECORD)
      *   Xref:        CVACT03Y.cpy (CARD-XREF-RECORD)
      *   Customer:    CVCUS01Y.cpy (CUSTOMER-RECORD)
      *   Settlement:  CVSTL01Y.cpy (SETTLEMENT-OFFER-RECORD)
      *   1099-C:      CVTAX02Y.cpy (TAX-1099C-RECORD)
      *****************************************************************
       01  TAX-PAGE-HEADER.
           05  FILLER                        PIC X(40)
           05  FILLER                        PIC X(57) VALUE SPACES.

       01  TAX-BLANK-LINE                    PIC X(132) VALUE SPACES.
      * 1099-C section: settled accounts with a forgiven balance
      *   at or over the reporting threshold
       01  TAX-1099C-SECTION-HEADER.
           05  FILLER                        PIC X(50)
                   VALUE 'CANCELLATION OF DEBT (1099-C) - SETTLEMENTS'.
           05  FILLER                        PIC X(82) VALUE SPACES.
       01  TAX-1099C-COLUMN-HEADER.
           05  FILLER                        PIC X(13)
                   VALUE 'ACCOUNT ID'.
           05  FILLER                        PIC X(12)
                   VALUE 'CUSTOMER ID'.
           05  FILLER                        PIC X(30)
                   VALUE 'CUSTOMER NAME'.
           05  FILLER                        PIC X(12)
                   VALUE 'EVENT DATE'.
           05  FILLER                        PIC X(20)
                   VALUE 'AMOUNT DISCHARGED'.
           05  FILLER                        PIC X(45) VALUE SPACES.
       01  TAX-1099C-DETAIL-LINE.
           05  TAX-1099C-DTL-ACCT-ID         PIC 9(11).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TAX-1099C-DTL-CUST-ID         PIC 9(09).
           05  FILLER                        PIC X(03) VALUE SPACES.
           05  TAX-1099C-DTL-CUST-NAME       PIC X(28).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TAX-1099C-DTL-EVENT-DATE      PIC X(10).
           05  FILLER                        PIC X(02) VALUE SPACES.
           05  TAX-1099C-DTL-AMOUNT          PIC -(9)9.99.
           05  FILLER                        PIC X(52) VALUE SPACES.
       01  TAX-1099C-TOTAL-LINE.
           05  FILLER                        PIC X(22)
                   VALUE 'FORMS EXTRACTED    : '.
           05  TAX-1099C-TOT-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(20)
                   VALUE '  TOTAL DISCHARGED:'.
           05  TAX-1099C-TOT-AMOUNT          PIC -(11)9.99.
           05  FILLER                        PIC X(57) VALUE SPACES.
       01  TAX-1099C-BELOW-LINE.
           05  FILLER                        PIC X(22)
                   VALUE 'BELOW $600, SKIPPED: '.
           05  TAX-1099C-BELOW-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                        PIC X(103) VALUE SPACES.
