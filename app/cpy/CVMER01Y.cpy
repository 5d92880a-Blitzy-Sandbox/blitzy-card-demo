      * CANONICAL name/city/zip from here onto TRAN-RECORD in
      * place of whatever the feed carried.
      *
      * MER-STATUS:
      *   'A' - active
      *   'W' - on watch: the monthly CBMRK01C risk run found
      *         its dispute ratio or confirmed fraud over the
      *         MRKPARM thresholds. A watched merchant still
      *         trades and posts; COTRS00C flags its hits. An
      *         administrator returns it to 'A' on COMER01C.
      *   'I' - inactive
      *
      * Consuming Programs:
      *   COMER00C  - Merchant list browse (admin)
      *   COMER01C  - Merchant add/update screen (admin)
      *   CBTRN02C  - Posting validation and name substitution;
      *               merchant country for channel controls
      *   CBMRK01C  - Merchant dispute-ratio and risk report
      *               (sets watch)
      *   COTRS00C  - Back-office search (watch flag)
      *
      * Cross-References:
      *   CVTRA05Y.cpy / CVTRA06Y.cpy - TRAN-MERCHANT-* fields
      *   CVTRA04Y.cpy - transaction category (MER-CATEGORY-CD)
      *   CVMRK02Y.cpy - the merchant's monthly risk history
      *
       01  MERCHANT-RECORD.
      * --- Merchant identifier, VSAM primary key (bytes 1-9) ---
      *     posting validation. ---
           05  MER-STATUS                        PIC X(01).
               88  MER-STATUS-ACTIVE             VALUE 'A'.
               88  MER-STATUS-WATCH              VALUE 'W'.
               88  MER-STATUS-INACTIVE           VALUE 'I'.
      *        A merchant that may still trade
               88  MER-STATUS-TRADING            VALUE 'A' 'W'.
      * --- Put on watch, YYYY-MM-DD (bytes 125-134), and why
      *     (byte 135): 'D' dispute ratio, 'F' confirmed
      *     fraud; kept as history once lifted ---
           05  MER-WATCH-DATE                    PIC X(10).
           05  MER-WATCH-REASON                  PIC X(01).
               88  MER-WATCH-DISPUTES            VALUE 'D'.
               88  MER-WATCH-FRAUD               VALUE 'F'.
      * --- Country the merchant trades from, ISO 3-letter code
      *     (bytes 136-138; spaces mean USA). A merchant outside
      *     the USA makes the transaction international for the
      *     card channel controls (CVCHN01Y.cpy). ---
           05  MER-COUNTRY-CD                    PIC X(03).
               88  MER-COUNTRY-DOMESTIC          VALUE 'USA' '   '.
      * --- Reserved space (bytes 139-150) ---
           05  FILLER                            PIC X(12).
