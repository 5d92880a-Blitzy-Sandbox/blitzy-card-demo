      *
      * Consuming programs:
      *   - CBACT04C.cbl (interest calculation/posting)
      *   - CBIDX01C.cbl (reprices variable-rate groups from
      *     their index -- see CVVRT01Y.cpy)
      *
      * Data source:
      *   app/data/ASCII/discgrp.txt (51 records)
      *   - CVACT01Y.cpy (ACCT-GROUP-ID links here)
      *   - CVTRA03Y.cpy (transaction type record)
      *   - CVTRA04Y.cpy (transaction category record)
      *   - CVVRT01Y.cpy (variable-rate terms, when the
      *     standard rate follows an index)
      *   - CVRTH01Y.cpy (history of standard rate changes)
      *
       01  DIS-GROUP-RECORD.                                                    
      * Composite key group - 16 bytes (bytes 1-16)
