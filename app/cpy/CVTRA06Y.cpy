      *                   refund after payoff on a since-closed
      *                   or deceased-holder account, and the
      *                   adjustment must post there too)
      *       ANNUALFEE - CBANF01C's anniversary membership fees
      *                   (a contractual charge the agreement
      *                   already owes; the batch itself skips
      *                   closed, charged-off, SCRA-protected and
      *                   deceased-holder accounts)
           05  DALYTRAN-SOURCE                         PIC X(10).
               88  DALYTRAN-SRC-NSF-RETURN       VALUE 'NSFRETURN '.
               88  DALYTRAN-SRC-REFUND           VALUE 'REFUND    '.
               88  DALYTRAN-SRC-BALXFER          VALUE 'BALXFER   '.
               88  DALYTRAN-SRC-ESCHEAT          VALUE 'ESCHEAT   '.
               88  DALYTRAN-SRC-ANNUAL-FEE       VALUE 'ANNUALFEE '.
               88  DALYTRAN-SRC-BALANCE-RESTORE  VALUE 'NSFRETURN '
                                                       'REFUND    '
                                                       'BALXFER   '
                                                       'ESCHEAT   '
                                                       'ANNUALFEE '.
      * --- Transaction description (bytes 33-132) ---
           05  DALYTRAN-DESC                           PIC X(100).              
      * --- Transaction amount (bytes 133-143) ---
