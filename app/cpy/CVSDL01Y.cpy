      ******************************************************************
      *
      * Record Layout Copybook: Statement delivery records --
      * the print-vendor composition extract line (200 bytes)
      * and the per-statement delivery status record (80 bytes).
      *
      * PRNT-EXTRACT-RECORD defines the PRNTEXT VSAM KSDS the
      * returns the whole file in postal-presort order -- ZIP
      * first, then account, then line sequence. This is the
      * same build-the-order-into-the-key approach the
      * collections queue takes (CVCOL01Y.cpy). Each line also
      * carries the statement disclosure section it belongs to
      * (space for the statement body), so the vendor composes
      * the interest calculation, fees and interest totals,
      * late-payment and minimum-payment warnings as required,
      * and the inserts the statement's messages asked for
      * (the same on every line of a statement).
      *
      * STMT-DELIVERY-RECORD defines the STMTDLV VSAM KSDS --
      * one row per statement per cycle recording how it was
               10  PRX-LINE-SEQ                  PIC 9(04).
      * --- The archived 132-byte statement print line ---
           05  PRX-LINE-DATA                     PIC X(132).
      * --- The line's disclosure section, as archived
      *     (SAR-LINE-SECTION, CVSTA01Y.cpy; byte 168) ---
           05  PRX-LINE-SECTION                  PIC X(01).
      * --- Language the statement was printed in, from its
      *     archive summary (SAR-SUM-LANG-CD, CVSTA01Y.cpy;
      *     bytes 169-170) -- the vendor picks the inserts and
      *     envelope copy in the same language ---
           05  PRX-LANG-CD                       PIC X(02).
      * --- Vendor inserts for the statement's envelope, from
      *     its archive summary (SAR-SUM-INSERT-CD; bytes
      *     171-185, spaces when none) ---
           05  PRX-INSERT-CD                     PIC X(05)
                                                 OCCURS 3 TIMES.
      * --- Reserved space (bytes 186-200) ---
           05  FILLER                            PIC X(15).

       01  STMT-DELIVERY-RECORD.
      * --- Composite key (bytes 1-21) ---
