      * ACCT-DELINQ-STAGE:
      *   current = 11, 30 days = 71, 60 days = 78,
      *   90 days = 80, 120+ days = 82
      * An account closed by a settlement-in-full (ACCT-CLOSE-
      * RSN-SETTLED, CBSTL01C) is reported paid instead -- 13
      * (paid, zero balance) or, when it had been charged off,
      * 64 (paid in full, was a charge-off) -- with the Metro
      * 2-style special comment AU (paid in full for less than
      * the full balance).
      * An account brought current by an approved re-age
      * (COREA00C, CVREA01Y.cpy) reports its ordinary current
      * status with the date of the latest re-age alongside,
      * so the bureau can tell a cure from a re-age; the amount
      * past due (ACCT-PAST-DUE-AMT) is reported for every
      * account.
      * And, for a customer with a bankruptcy case on BKRCASE
      * (COBKR00C, CVBKR01Y.cpy), the Metro 2-style consumer
      * information indicator for the chapter and where the
      * case stands:
      *   chapter          07  11  12  13
      *   petition filed    A   B   C   D
      *   discharged        E   F   G   H
      *   dismissed         I   J   K   L
      * Under the automatic stay CBACT04C holds the
      * delinquency stage, so the status reported is the one
      * that stood at the filing.
      * An account a consumer has disputed with a bureau
      * (CBBDS01C, CVBDS01Y.cpy) carries the Metro 2-style
      * compliance condition code XB while the dispute is open
      * or its answer not yet sent. The first extract after
      * CBBDS02C sends the answer carries it out and stamps the
      * dispute applied: verified reports XH (investigation
      * completed); modified reports XH with the analyst's
      * corrected account status, special comment and amount
      * past due in place of the derived ones; deleted reports
      * the account once with status DA (delete the tradeline)
      * and leaves it out of every later extract.
      * The extract opens with a header record (run date) and
      * closes with a trailer carrying the detail count, so the
      * bureau's intake can verify completeness.
      * missing, or the customer has no SSN on file -- the
      * bureaus reject unidentifiable records, so we keep them
      * out of the file and surface them on the control report
      * for data-quality follow-up instead. An account whose
      * tradeline a dispute answer deleted is suppressed too.
      *
      * The control report (CBRRPT) lists the run date and the
      * written/suppressed counts per suppression reason.
      *   XREFFILE  - Card cross-reference (KSDS, random read
      *               by alternate key FD-XREF-ACCT-ID)
      *   CUSTDAT   - Customer master (KSDS, random read)
      *   BKRCASE   - Bankruptcy cases (KSDS, random read;
      *               tolerated missing)
      *   REAGE     - Re-age history (KSDS, dynamic read by
      *               account; tolerated missing)
      *   BDSPUTE   - Bureau-dispute work queue (KSDS, dynamic
      *               I-O by account; tolerated missing)
      *   CBREXTR   - Bureau extract (sequential output, 300)
      *   CBRRPT    - Control report (sequential output, 132)
      *   BATCHSTS  - Batch pipeline status (KSDS, I-O)
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

      * BKRCASE-FILE: bankruptcy case records, random read by
      * customer ID for the consumer information indicator.
           SELECT BKRCASE-FILE ASSIGN TO BKRCASE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-BKR-CUST-ID
                  FILE STATUS  IS BKRCASE-STATUS.

      * REAGE-FILE: re-age history, browsed by account for the
      * latest approved re-age.
           SELECT REAGE-FILE ASSIGN TO REAGE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-REA-KEY
                  FILE STATUS  IS REAGE-STATUS.

      * BDSPUTE-FILE: bureau-dispute work queue, browsed by
      * account for open disputes and answers to carry out.
           SELECT BDSPUTE-FILE ASSIGN TO BDSPUTE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-BDS-KEY
                  FILE STATUS  IS BDSPUTE-STATUS.

      * CBREXTR-FILE: the bureau extract, fixed-format
      * sequential output.
           SELECT CBREXTR-FILE ASSIGN TO CBREXTR
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the bankruptcy case VSAM (120 bytes)
       FD  BKRCASE-FILE.
       01  FD-BKRCASE-REC.
           05 FD-BKR-CUST-ID                    PIC 9(09).
           05 FD-BKR-DATA                       PIC X(111).

      * FD for the re-age history VSAM (150 bytes)
       FD  REAGE-FILE.
       01  FD-REAGE-REC.
           05 FD-REA-KEY.
              10 FD-REA-ACCT-ID                 PIC 9(11).
              10 FD-REA-SEQ                     PIC 9(03).
           05 FD-REA-DATA                       PIC X(136).

      * FD for the bureau-dispute work queue VSAM (300 bytes)
       FD  BDSPUTE-FILE.
       01  FD-BDSPUTE-REC.
           05 FD-BDS-KEY.
              10 FD-BDS-ACCT-ID                 PIC 9(11).
              10 FD-BDS-SEQ                     PIC 9(03).
           05 FD-BDS-DATA                       PIC X(286).

      * FD for the bureau extract (300 bytes fixed)
       FD  CBREXTR-FILE.
       01  FD-CBREXTR-REC                       PIC X(300).
           05  CUSTDAT-STAT1       PIC X.
           05  CUSTDAT-STAT2       PIC X.

      * CVBKR01Y: 120-byte bankruptcy case record
       COPY CVBKR01Y.
       01  BKRCASE-STATUS.
           05  BKRCASE-STAT1       PIC X.
           05  BKRCASE-STAT2       PIC X.
       01  WS-BKRCASE-AVAILABLE    PIC X(01) VALUE 'N'.

      * CVREA01Y: 150-byte re-age history record
       COPY CVREA01Y.
       01  REAGE-STATUS.
           05  REAGE-STAT1         PIC X.
           05  REAGE-STAT2         PIC X.
       01  WS-REAGE-AVAILABLE      PIC X(01) VALUE 'N'.
       01  WS-REAGE-EOF            PIC X(01) VALUE 'N'.

      * CVBDS01Y: 300-byte bureau-dispute record
       COPY CVBDS01Y.
       01  BDSPUTE-STATUS.
           05  BDSPUTE-STAT1       PIC X.
           05  BDSPUTE-STAT2       PIC X.
       01  WS-BDSPUTE-AVAILABLE    PIC X(01) VALUE 'N'.
       01  WS-BDSPUTE-EOF          PIC X(01) VALUE 'N'.
      * What the account's disputes call for on this extract:
      * one still open or unsent (XB), an answer carried out now
      * (XH, with a modification's corrections), a deletion
      * carried out now (DA) or before (suppressed)
       01  WS-DISPUTE-STATE.
           05  WS-BDS-IN-DISPUTE       PIC X(01) VALUE 'N'.
           05  WS-BDS-ANSWERED         PIC X(01) VALUE 'N'.
           05  WS-BDS-DELETE-NOW       PIC X(01) VALUE 'N'.
           05  WS-BDS-DELETED-BEFORE   PIC X(01) VALUE 'N'.
           05  WS-BDS-CORR-ACCT-STATUS PIC X(02) VALUE SPACES.
           05  WS-BDS-CORR-COMMENT     PIC X(02) VALUE SPACES.
           05  WS-BDS-CORR-PDUE-SET    PIC X(01) VALUE 'N'.
           05  WS-BDS-CORR-AMT-PDUE    PIC S9(10)V99 VALUE 0.

       01  CBREXTR-STATUS.
           05  CBREXTR-STAT1       PIC X.
           05  CBREXTR-STAT2       PIC X.
      * Metro 2-style account status from the delinquency stage
           05  CBR-DTL-ACCT-STATUS      PIC X(02).
           05  CBR-DTL-OPEN-DATE        PIC X(10).
      * Consumer information indicator: bankruptcy chapter and
      * status, spaces when there is no case
           05  CBR-DTL-CONS-INFO-IND    PIC X(02).
      * Special comment code: AU for a settled account, spaces
      * otherwise
           05  CBR-DTL-SPECIAL-COMMENT  PIC X(02).
      * Amount past due, and the date of the latest approved
      * re-age (YYYY-MM-DD, spaces when never re-aged)
           05  CBR-DTL-AMT-PAST-DUE     PIC S9(10)V99.
           05  CBR-DTL-REAGE-DATE       PIC X(10).
      * Compliance condition code: XB consumer dispute open, XH
      * dispute answered, spaces otherwise
           05  CBR-DTL-COMPLIANCE-CD    PIC X(02).
           05  FILLER                   PIC X(15) VALUE SPACES.
      * Trailer: detail record count for intake verification
       01  CBR-TRAILER-REC.
           05  CBR-TRL-REC-TYPE         PIC X(01) VALUE 'T'.
           05 WS-SUPP-NO-XREF           PIC 9(09) VALUE 0.
           05 WS-SUPP-NO-CUST           PIC 9(09) VALUE 0.
           05 WS-SUPP-NO-SSN            PIC 9(09) VALUE 0.
           05 WS-BANKRUPTCY-COUNT       PIC 9(09) VALUE 0.
           05 WS-SETTLED-COUNT          PIC 9(09) VALUE 0.
           05 WS-REAGED-COUNT           PIC 9(09) VALUE 0.
           05 WS-SUPP-DISPUTE-DEL       PIC 9(09) VALUE 0.
           05 WS-DISPUTED-COUNT         PIC 9(09) VALUE 0.
           05 WS-DISPUTE-ANSWER-COUNT   PIC 9(09) VALUE 0.
           05 WS-DISPUTE-DELETE-COUNT   PIC 9(09) VALUE 0.
       01 WS-SUPPRESS-FLAG              PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
           PERFORM 0000-ACCTFILE-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-CUSTDAT-OPEN.
           PERFORM 0250-BKRCASE-OPEN.
           PERFORM 0270-REAGE-OPEN.
           PERFORM 0280-BDSPUTE-OPEN.
           PERFORM 0300-CBREXTR-OPEN.
           PERFORM 0400-CBRRPT-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 9000-ACCTFILE-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9200-CUSTDAT-CLOSE.
           PERFORM 9250-BKRCASE-CLOSE.
           PERFORM 9270-REAGE-CLOSE.
           PERFORM 9280-BDSPUTE-CLOSE.
           PERFORM 9300-CBREXTR-CLOSE.
           PERFORM 9400-CBRRPT-CLOSE.

           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the bankruptcy case file for random input READ. A
      * missing file is tolerated -- no indicator is reported.
      *---------------------------------------------------------------*
       0250-BKRCASE-OPEN.
           OPEN INPUT BKRCASE-FILE
           IF  BKRCASE-STATUS = '00'
               MOVE 'Y' TO WS-BKRCASE-AVAILABLE
           ELSE
               MOVE 'N' TO WS-BKRCASE-AVAILABLE
               DISPLAY 'NO BANKRUPTCY CASE FILE - NO INDICATORS'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the re-age history for dynamic input. A missing
      * file is tolerated -- no re-age dates are reported.
      *---------------------------------------------------------------*
       0270-REAGE-OPEN.
           OPEN INPUT REAGE-FILE
           IF  REAGE-STATUS = '00'
               MOVE 'Y' TO WS-REAGE-AVAILABLE
           ELSE
               MOVE 'N' TO WS-REAGE-AVAILABLE
               DISPLAY 'NO RE-AGE HISTORY FILE - NO RE-AGE DATES'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the bureau-dispute work queue for dynamic update.
      * A missing file is tolerated -- no dispute is reported.
      *---------------------------------------------------------------*
       0280-BDSPUTE-OPEN.
           OPEN I-O BDSPUTE-FILE
           IF  BDSPUTE-STATUS = '00'
               MOVE 'Y' TO WS-BDSPUTE-AVAILABLE
           ELSE
               MOVE 'N' TO WS-BDSPUTE-AVAILABLE
               DISPLAY 'NO BUREAU DISPUTE FILE - NO DISPUTE CODES'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens customer master VSAM for random input READ.
      *---------------------------------------------------------------*
       0200-CUSTDAT-OPEN.
               END-IF
           END-IF

           IF  WS-SUPPRESS-FLAG = 'N'
               PERFORM 2400-SCAN-DISPUTES
               IF  WS-BDS-DELETED-BEFORE = 'Y'
                   DISPLAY 'BUREAU SUPPRESS, DELETED BY DISPUTE: '
                      ACCT-ID
                   ADD 1 TO WS-SUPP-DISPUTE-DEL
                   MOVE 'Y' TO WS-SUPPRESS-FLAG
               END-IF
           END-IF

           IF  WS-SUPPRESS-FLAG = 'N'
               PERFORM 2100-WRITE-DETAIL-REC
           END-IF
      *---------------------------------------------------------------*
      * Formats the detail record from the account and customer
      * masters and writes it. The account status is the
      * Metro 2-style code for the delinquency stage, or the
      * paid status of a settled account.
      *---------------------------------------------------------------*
       2100-WRITE-DETAIL-REC.
           INITIALIZE CBR-DETAIL-REC
           MOVE CUST-ADDR-COUNTRY-CD TO CBR-DTL-ADDR-COUNTRY
           MOVE ACCT-CREDIT-LIMIT    TO CBR-DTL-CREDIT-LIMIT
           MOVE ACCT-CURR-BAL        TO CBR-DTL-CURR-BAL
           MOVE SPACES               TO CBR-DTL-SPECIAL-COMMENT
           EVALUATE TRUE
               WHEN ACCT-CLOSE-RSN-SETTLED
                   IF  ACCT-IS-CHARGED-OFF
                       MOVE '64' TO CBR-DTL-ACCT-STATUS
                   ELSE
                       MOVE '13' TO CBR-DTL-ACCT-STATUS
                   END-IF
                   MOVE 'AU' TO CBR-DTL-SPECIAL-COMMENT
                   ADD 1 TO WS-SETTLED-COUNT
               WHEN ACCT-DELINQ-30
                   MOVE '71' TO CBR-DTL-ACCT-STATUS
               WHEN ACCT-DELINQ-60
                   MOVE '11' TO CBR-DTL-ACCT-STATUS
           END-EVALUATE
           MOVE ACCT-OPEN-DATE       TO CBR-DTL-OPEN-DATE
           IF  ACCT-PAST-DUE-AMT IS NUMERIC
               MOVE ACCT-PAST-DUE-AMT TO CBR-DTL-AMT-PAST-DUE
           ELSE
               MOVE ZERO              TO CBR-DTL-AMT-PAST-DUE
           END-IF
           PERFORM 2200-SET-CONS-INFO-IND
           PERFORM 2300-SET-REAGE-DATE
           PERFORM 2500-APPLY-DISPUTES

           WRITE FD-CBREXTR-REC FROM CBR-DETAIL-REC
           IF  CBREXTR-STATUS = '00'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets the consumer information indicator from the
      * customer's bankruptcy case: one letter per chapter for
      * each of filed, discharged and dismissed (see the
      * program header). No case, or no case file, leaves it
      * blank.
      *---------------------------------------------------------------*
       2200-SET-CONS-INFO-IND.
           MOVE SPACES TO CBR-DTL-CONS-INFO-IND
           IF  WS-BKRCASE-AVAILABLE = 'Y'
               MOVE CUST-ID TO FD-BKR-CUST-ID
               READ BKRCASE-FILE INTO BANKRUPTCY-CASE-RECORD
                   INVALID KEY
                      MOVE SPACES TO BKR-STATUS
               END-READ
               EVALUATE TRUE ALSO TRUE
                   WHEN BKR-STATUS-FILED      ALSO BKR-CHAPTER-07
                       MOVE 'A' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-FILED      ALSO BKR-CHAPTER-11
                       MOVE 'B' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-FILED      ALSO BKR-CHAPTER-12
                       MOVE 'C' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-FILED      ALSO BKR-CHAPTER-13
                       MOVE 'D' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISCHARGED ALSO BKR-CHAPTER-07
                       MOVE 'E' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISCHARGED ALSO BKR-CHAPTER-11
                       MOVE 'F' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISCHARGED ALSO BKR-CHAPTER-12
                       MOVE 'G' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISCHARGED ALSO BKR-CHAPTER-13
                       MOVE 'H' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISMISSED  ALSO BKR-CHAPTER-07
                       MOVE 'I' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISMISSED  ALSO BKR-CHAPTER-11
                       MOVE 'J' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISMISSED  ALSO BKR-CHAPTER-12
                       MOVE 'K' TO CBR-DTL-CONS-INFO-IND
                   WHEN BKR-STATUS-DISMISSED  ALSO BKR-CHAPTER-13
                       MOVE 'L' TO CBR-DTL-CONS-INFO-IND
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF  CBR-DTL-CONS-INFO-IND NOT = SPACES
                   ADD 1 TO WS-BANKRUPTCY-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Sets the date of the account's latest approved re-age
      * from its REAGE rows (oldest first, so the last approved
      * one read wins). No re-age, or no file, leaves it blank.
      *---------------------------------------------------------------*
       2300-SET-REAGE-DATE.
           MOVE SPACES TO CBR-DTL-REAGE-DATE
           IF  WS-REAGE-AVAILABLE = 'Y'
               MOVE ACCT-ID TO FD-REA-ACCT-ID
               MOVE ZEROS   TO FD-REA-SEQ
               MOVE 'N'     TO WS-REAGE-EOF
               START REAGE-FILE KEY IS NOT LESS THAN FD-REA-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-REAGE-EOF
               END-START
               PERFORM 2310-REAGE-GET-NEXT
                   UNTIL WS-REAGE-EOF = 'Y'
               IF  CBR-DTL-REAGE-DATE NOT = SPACES
                   ADD 1 TO WS-REAGED-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next REAGE row; the browse ends at the first
      * row of another account.
      *---------------------------------------------------------------*
       2310-REAGE-GET-NEXT.
           READ REAGE-FILE NEXT RECORD INTO REAGE-RECORD
               AT END
                  MOVE 'Y' TO WS-REAGE-EOF
           END-READ
           IF  WS-REAGE-EOF = 'N'
               IF  REAGE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING RE-AGE HISTORY FILE'
                   MOVE REAGE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  REA-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-REAGE-EOF
               ELSE
                   IF  REA-STATUS-APPROVED
                       MOVE REA-DECISION-DATE TO CBR-DTL-REAGE-DATE
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Browses the account's bureau disputes (see the program
      * header) and stamps each answer sent since the last
      * extract as carried out by this one. An answer stamped
      * on this run's date is carried out again, so a rerun
      * reports the same. No file leaves the account as is.
      *---------------------------------------------------------------*
       2400-SCAN-DISPUTES.
           INITIALIZE WS-DISPUTE-STATE
           IF  WS-BDSPUTE-AVAILABLE = 'Y'
               MOVE ACCT-ID TO FD-BDS-ACCT-ID
               MOVE ZEROS   TO FD-BDS-SEQ
               MOVE 'N'     TO WS-BDSPUTE-EOF
               START BDSPUTE-FILE KEY IS NOT LESS THAN FD-BDS-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-BDSPUTE-EOF
               END-START
               PERFORM 2410-BDSPUTE-GET-NEXT
                   UNTIL WS-BDSPUTE-EOF = 'Y'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next BDSPUTE row and notes what it calls for;
      * the browse ends at the first row of another account.
      *---------------------------------------------------------------*
       2410-BDSPUTE-GET-NEXT.
           READ BDSPUTE-FILE NEXT RECORD INTO BUREAU-DISPUTE-RECORD
               AT END
                  MOVE 'Y' TO WS-BDSPUTE-EOF
           END-READ
           IF  WS-BDSPUTE-EOF = 'N'
               IF  BDSPUTE-STATUS NOT = '00'
                   DISPLAY 'ERROR READING BUREAU DISPUTE FILE'
                   MOVE BDSPUTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  BDS-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-BDSPUTE-EOF
               ELSE
                   EVALUATE TRUE
                       WHEN BDS-IN-DISPUTE
                           MOVE 'Y' TO WS-BDS-IN-DISPUTE
                       WHEN BDS-APPLIED-DATE NOT = SPACES
                        AND BDS-APPLIED-DATE < PARM-DATE
                           IF  BDS-RESPONSE-DELETED
                               MOVE 'Y' TO WS-BDS-DELETED-BEFORE
                           END-IF
                       WHEN OTHER
                           PERFORM 2420-NOTE-DISPUTE-ANSWER
                   END-EVALUATE
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * A sent answer this extract carries out: notes it and
      * stamps the row applied.
      *---------------------------------------------------------------*
       2420-NOTE-DISPUTE-ANSWER.
           MOVE 'Y' TO WS-BDS-ANSWERED
           EVALUATE TRUE
               WHEN BDS-RESPONSE-DELETED
                   MOVE 'Y' TO WS-BDS-DELETE-NOW
               WHEN BDS-RESPONSE-MODIFIED
                   IF  BDS-CORR-ACCT-STATUS NOT = SPACES
                       MOVE BDS-CORR-ACCT-STATUS
                                    TO WS-BDS-CORR-ACCT-STATUS
                   END-IF
                   IF  BDS-CORR-SPECIAL-COMMENT NOT = SPACES
                       MOVE BDS-CORR-SPECIAL-COMMENT
                                    TO WS-BDS-CORR-COMMENT
                   END-IF
                   IF  BDS-CORR-PDUE-IS-SET
                       MOVE 'Y'     TO WS-BDS-CORR-PDUE-SET
                       MOVE BDS-CORR-AMT-PAST-DUE
                                    TO WS-BDS-CORR-AMT-PDUE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF  BDS-APPLIED-DATE = SPACES
               MOVE PARM-DATE TO BDS-APPLIED-DATE
               REWRITE FD-BDSPUTE-REC FROM BUREAU-DISPUTE-RECORD
               IF  BDSPUTE-STATUS NOT = '00'
                   DISPLAY 'ERROR REWRITING BUREAU DISPUTE FILE'
                   MOVE BDSPUTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Lays the account's dispute state over the derived
      * values: XB while disputed, else a deletion's DA or an
      * answer's XH and corrections.
      *---------------------------------------------------------------*
       2500-APPLY-DISPUTES.
           MOVE SPACES TO CBR-DTL-COMPLIANCE-CD
           EVALUATE TRUE
               WHEN WS-BDS-IN-DISPUTE = 'Y'
                   MOVE 'XB' TO CBR-DTL-COMPLIANCE-CD
                   ADD 1 TO WS-DISPUTED-COUNT
               WHEN WS-BDS-DELETE-NOW = 'Y'
                   MOVE 'DA' TO CBR-DTL-ACCT-STATUS
                   ADD 1 TO WS-DISPUTE-DELETE-COUNT
               WHEN WS-BDS-ANSWERED = 'Y'
                   MOVE 'XH' TO CBR-DTL-COMPLIANCE-CD
                   IF  WS-BDS-CORR-ACCT-STATUS NOT = SPACES
                       MOVE WS-BDS-CORR-ACCT-STATUS
                                    TO CBR-DTL-ACCT-STATUS
                   END-IF
                   IF  WS-BDS-CORR-COMMENT NOT = SPACES
                       MOVE WS-BDS-CORR-COMMENT
                                    TO CBR-DTL-SPECIAL-COMMENT
                   END-IF
                   IF  WS-BDS-CORR-PDUE-SET = 'Y'
                       MOVE WS-BDS-CORR-AMT-PDUE
                                    TO CBR-DTL-AMT-PAST-DUE
                   END-IF
                   ADD 1 TO WS-DISPUTE-ANSWER-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Writes the control report: run date, accounts read,
      * details written, and suppressions by reason.
      *---------------------------------------------------------------*
           MOVE WS-SUPP-NO-SSN              TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'REPORTED WITH BANKRUPTCY INDICATOR'
                                            TO CBR-RPT-LABEL
           MOVE WS-BANKRUPTCY-COUNT         TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'REPORTED AS SETTLED'       TO CBR-RPT-LABEL
           MOVE WS-SETTLED-COUNT            TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'REPORTED WITH RE-AGE DATE' TO CBR-RPT-LABEL
           MOVE WS-REAGED-COUNT             TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'REPORTED AS DISPUTED (XB)' TO CBR-RPT-LABEL
           MOVE WS-DISPUTED-COUNT           TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'REPORTED WITH DISPUTE ANSWER (XH)'
                                            TO CBR-RPT-LABEL
           MOVE WS-DISPUTE-ANSWER-COUNT     TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'REPORTED AS DELETED BY DISPUTE (DA)'
                                            TO CBR-RPT-LABEL
           MOVE WS-DISPUTE-DELETE-COUNT     TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           MOVE 'SUPPRESSED - DELETED BY DISPUTE'
                                            TO CBR-RPT-LABEL
           MOVE WS-SUPP-DISPUTE-DEL         TO CBR-RPT-COUNT
           WRITE FD-CBRRPT-REC FROM CBR-RPT-COUNT-LINE

           IF  CBRRPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING BUREAU CONTROL REPORT'
               MOVE CBRRPT-STATUS TO IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the bankruptcy case file, if it was opened.
      *---------------------------------------------------------------*
       9250-BKRCASE-CLOSE.
           IF  WS-BKRCASE-AVAILABLE = 'Y'
               CLOSE BKRCASE-FILE
               IF  BKRCASE-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING BANKRUPTCY CASE FILE'
                   MOVE BKRCASE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the re-age history file, if it was opened.
      *---------------------------------------------------------------*
       9270-REAGE-CLOSE.
           IF  WS-REAGE-AVAILABLE = 'Y'
               CLOSE REAGE-FILE
               IF  REAGE-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING RE-AGE HISTORY FILE'
                   MOVE REAGE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the bureau-dispute work queue, if it was opened.
      *---------------------------------------------------------------*
       9280-BDSPUTE-CLOSE.
           IF  WS-BDSPUTE-AVAILABLE = 'Y'
               CLOSE BDSPUTE-FILE
               IF  BDSPUTE-STATUS NOT = '00'
                   DISPLAY 'ERROR CLOSING BUREAU DISPUTE FILE'
                   MOVE BDSPUTE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the bureau extract file.
      *---------------------------------------------------------------*
       9300-CBREXTR-CLOSE.
           ELSE
               REWRITE FD-BATCHSTS-REC FROM BATCH-STATUS-RECORD
           END-IF
      * Adds this run to the BATCHHST run history (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites this job's BATCHSTS record as COMPLETE with the
               MOVE BATCHSTS-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
           END-IF
      * Completes this run's BATCHHST history row (CSBRHLOG)
           CALL 'CSBRHLOG' USING BATCH-STATUS-RECORD
           EXIT.
      *---------------------------------------------------------------*
      * Closes BATCHSTS.
