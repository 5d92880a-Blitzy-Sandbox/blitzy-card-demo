      *   TRANSACT  - Transaction output (sequential, output)
      *   COLLWQ    - Collections work queue (KSDS, read once
      *               for contact-history carry, then rebuilt)
      *   INSTPLAN  - Purchase installment plans (KSDS, I-O,
      *               browsed by account at each break)
      *   NONACCR   - Nonaccrual status (KSDS, I-O, random by
      *               account at each break; optional)
      *   SETTLE    - Settlement offers (KSDS, input, random by
      *               account; optional)
      *   PCTASGN   - Pricing test cell assignments (KSDS,
      *               input, random by account; optional)
      *   PRCTEST   - Pricing tests (KSDS, input, random by
      *               test; optional)
      *   INTCALC   - Interest charge calculation (KSDS, I-O,
      *               written per balance and per account;
      *               optional)
      *   COLLWQX   - Partition collections queue extent
      *               (sequential output; partitioned runs)
      *   LETTERX   - Partition letter queue extent
      *               (sequential output; partitioned runs)
      *   INTCKPT   - Partition checkpoint (sequential;
      *               partitioned runs)
      *
      * Cycle-close duties beyond interest: at each account
      * break the program also evaluates the closing cycle's
      * payments against the prior minimum payment due,
      * advances or resets ACCT-DELINQ-STAGE, carries any unpaid
      * minimum as ACCT-PAST-DUE-AMT, computes the next
      * cycle's ACCT-MIN-PAY-DUE/ACCT-PAY-DUE-DATE, and rebuilds
      * the COLLWQ collections work queue (see CVCOL01Y.cpy)
      * with one record per delinquent account.
      * An account whose holder is in bankruptcy (CUST-
      * BANKRUPTCY-STATUS, CVCUS01Y.cpy) honors the automatic
      * stay: its stage is held, nothing is due, no fee is
      * assessed, and it is kept off the queue.
      *
      * Installment plans (CVIPL01Y.cpy): a purchase converted
      * through COIPL00C sits in the account's type 11 plan
      * segment, which draws no revolving interest. Each close
      * bills every active plan one installment (1080; the
      * whole remainder on the final one or after a payoff
      * request). The next minimum due is the revolving
      * formula on the balance less the plans' unbilled
      * principal, plus the installments billed; the statement
      * balance the grace test holds the customer to leaves
      * out what is still unbilled.
      *
      * Nonaccrual (CVNAC01Y.cpy): an account 120 days or more
      * past due, in bankruptcy, or in a settlement workout is
      * placed on nonaccrual at its break (1180) -- finance may
      * also place one from CONAC00C -- and from then on draws
      * no interest and no fees. On placement the interest
      * billed over the last 180 days and not since paid is
      * reversed (1190) with a type 07 / category 0012 credit,
      * so CBGLJ01C journals it back out of interest income.
      * The account returns to accrual at a close (1056) once
      * the balance is paid off, or once nothing that placed it
      * still applies, it is current, and three minimum
      * payments in a row have been made in full.
      *
      * Pricing tests (CVPCT01Y.cpy): an account CBPCT01C
      * placed in the challenger cell of a test in force, and
      * still in the product under test, is priced on the
      * test's alternate terms (1175) -- its rate in place of,
      * or as a delta on, the disclosure or promotional rate
      * (1210), and its late fee in place of the product's.
      * Penalty pricing, a hardship plan and the SCRA cap
      * apply on top, as they do to champion terms.
      *
      * Statement disclosures (CVICC01Y.cpy): every balance's
      * APR, balance subject to interest and interest charge
      * is kept on INTCALC as it is decided (1310), and at each
      * close the account's late fee and penalty APR with the
      * minimum-payment warning's payoff estimates (1065), so
      * CBSTM03A prints what was actually charged.
      *
      * Partitioned parallel runs: on a large portfolio the
      * cycle close runs as up to four concurrent executions of
      * this program, each over its own share of the accounts
      * -- the same account-to-partition rule CBSPL01C uses
      * for posting (account number modulo the partition
      * count, plus one), so a partition reads and rewrites
      * only its own ACCTDAT and satellite records. The PARM
      * carries the partition after the date (see the LINKAGE
      * SECTION). A partition:
      *   - skips every TCATBAL record, and builds its aging,
      *     ADB, grace and contact tables only from transactions
      *     and queue entries, of its own accounts;
      *   - writes its generated transactions to its own
      *     TRANSACT extent (its JCL points TRANSACT there),
      *     with TRAN-ID suffixes starting at partition x
      *     100000 so no two partitions can generate the same
      *     ID;
      *   - leaves COLLWQ and LETTERQ alone and writes its
      *     queue entries and letters to its own COLLWQX and
      *     LETTERX extents -- the merge (CBMRG02C) rebuilds
      *     COLLWQ and loads LETTERQ from them;
      *   - keeps its own INTCKPT checkpoint (CVICK01Y.cpy),
      *     rewritten after every account it closes: an
      *     account close REWRITEs ACCTDAT, so it must never be
      *     repeated. A restart resumes after the last account
      *     closed, voids (overwrites with HIGH-VALUES) any
      *     extent records written after that checkpoint, and
      *     carries the counts forward. At end of run the
      *     checkpoint is marked complete with the partition's
      *     control totals, which the merge proves the extents
      *     and TCATBALF against;
      *   - keeps its own BATCHSTS record (CBACT4Pn).
      * A single-stream run (no partition in the PARM) behaves
      * as before and takes no checkpoint.
      *
      * Receives PARM-DATE via JCL PARM to stamp generated
      * transaction IDs and timestamps.
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-CUST-ID
                  FILE STATUS  IS CUSTDAT-STATUS.

      * INSTPLAN: purchase installment plans (CVIPL01Y.cpy).
      * Browsed by account at each break -- every active plan
      * bills one installment into the minimum due (a payoff
      * request bills the whole remainder) and is rewritten.
           SELECT INSTPLAN-FILE ASSIGN TO INSTPLAN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FD-IPL-KEY
                  FILE STATUS  IS INSTPLAN-STATUS.

      * NONACCR: account nonaccrual status (CVNAC01Y.cpy). Read
      * by account at each break; written on placement and
      * rewritten at every close the account spends on it.
           SELECT NONACCR-FILE ASSIGN TO NONACCR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-NAC-ACCT-ID
                  FILE STATUS  IS NONACCR-STATUS.

      * SETTLE: settlement offers (CVSTL01Y.cpy). A pending or
      * approved offer is a settlement workout -- one of the
      * events that places an account on nonaccrual.
           SELECT SETTLE-FILE ASSIGN TO SETTLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-SETL-ACCT-ID
                  FILE STATUS  IS SETTLE-STATUS.

      * PCTASGN: pricing test cell assignments (CVPCT02Y.cpy).
      * Read by account at each break -- an account in the
      * challenger cell of a test in force is priced on the
      * test's alternate terms from PRCTEST (CVPCT01Y.cpy).
           SELECT PCTASGN-FILE ASSIGN TO PCTASGN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PCA-ACCT-ID
                  FILE STATUS  IS PCTASGN-STATUS.

           SELECT PRCTEST-FILE ASSIGN TO PRCTEST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-PCT-TEST-ID
                  FILE STATUS  IS PRCTEST-STATUS.

      * INTCALC: interest charge calculation (CVICC01Y.cpy).
      * Written as each balance's interest is decided and at
      * each account close; a rerun of the cycle rewrites.
           SELECT INTCALC-FILE ASSIGN TO INTCALC
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS RANDOM
                  RECORD KEY   IS FD-ICC-KEY
                  FILE STATUS  IS INTCALC-STATUS.

      * COLLWQX / LETTERX: a partitioned run's collections queue
      * and letter queue extents -- the COLLECT-WQ-RECORD and
      * LETTER-QUEUE-RECORD images CBMRG02C loads into COLLWQ
      * and LETTERQ. Opened only when partitioned.
           SELECT COLLWQX-FILE ASSIGN TO COLLWQX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS COLLWQX-STATUS.

           SELECT LETTERX-FILE ASSIGN TO LETTERX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS LETTERX-STATUS.

      * INTCKPT: a partitioned run's checkpoint (CVICK01Y.cpy),
      * one 80-byte record rewritten after each account close.
           SELECT INTCKPT-FILE ASSIGN TO INTCKPT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE  IS SEQUENTIAL
                  FILE STATUS  IS INTCKPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.                                                            
           05 FD-CUST-ID                        PIC 9(09).
           05 FD-CUST-DATA                      PIC X(491).

      * FD for the installment plan VSAM (200 bytes)
       FD  INSTPLAN-FILE.
       01  FD-INSTPLAN-REC.
           05 FD-IPL-KEY.
              10 FD-IPL-ACCT-ID                 PIC 9(11).
              10 FD-IPL-TRAN-ID                 PIC X(16).
           05 FD-IPL-DATA                       PIC X(173).

      * FD for the nonaccrual status VSAM (100 bytes)
       FD  NONACCR-FILE.
       01  FD-NONACCR-REC.
           05 FD-NAC-ACCT-ID                    PIC 9(11).
           05 FD-NAC-DATA                       PIC X(89).

      * FD for the settlement offer VSAM (150 bytes)
       FD  SETTLE-FILE.
       01  FD-SETTLE-REC.
           05 FD-SETL-ACCT-ID                   PIC 9(11).
           05 FD-SETL-DATA                      PIC X(139).

      * FD for the pricing test cell assignment VSAM (80 bytes)
       FD  PCTASGN-FILE.
       01  FD-PCTASGN-REC.
           05 FD-PCA-ACCT-ID                    PIC 9(11).
           05 FD-PCA-DATA                       PIC X(69).

      * FD for the pricing test VSAM (150 bytes)
       FD  PRCTEST-FILE.
       01  FD-PRCTEST-REC.
           05 FD-PCT-TEST-ID                    PIC X(08).
           05 FD-PCT-DATA                       PIC X(142).

      * FD for the interest charge calculation VSAM (120 bytes)
       FD  INTCALC-FILE.
       01  FD-INTCALC-REC.
           05 FD-ICC-KEY                        PIC X(27).
           05 FD-ICC-DATA                       PIC X(93).

      * FDs for the partition queue extents (90 and 100 bytes)
       FD  COLLWQX-FILE.
       01  FD-COLLWQX-REC                       PIC X(90).

       FD  LETTERX-FILE.
       01  FD-LETTERX-REC                       PIC X(100).

      * FD for the partition checkpoint (80 bytes)
       FD  INTCKPT-FILE.
       01  FD-INTCKPT-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
                                                                                
      *****************************************************************         
      * on the run date (set per account by 1130): the applied
      * rate is then capped at the statutory maximum below
       01  WS-SCRA-ACTIVE          PIC X(01) VALUE 'N'.
      * Whether the account's holder is in bankruptcy -- the
      * automatic stay in force, or the debt discharged (set
      * per account by 1130): nothing collects, see 1055 and
      * the fee assessment below
       01  WS-BKR-STAY             PIC X(01) VALUE 'N'.
      * The SCRA statutory maximum annual rate
       01  WS-SCRA-RATE-CAP        PIC S9(04)V99 VALUE 6.00.

      * CVIPL01Y: 200-byte purchase installment plan record
       COPY CVIPL01Y.
       01  INSTPLAN-STATUS.
           05  INSTPLAN-STAT1      PIC X.
           05  INSTPLAN-STAT2      PIC X.
      * Whether the plan file opened -- a site without plans
      * cycles exactly as before
       01  WS-INSTPLAN-AVAILABLE   PIC X(01) VALUE 'N'.
      * Installment billing for the account being closed out
      * (1080): the plans' unbilled principal before this
      * close billed, what this close billed, and what is left
      * unbilled after it. 1055 figures the revolving minimum
      * on the balance less the pre-billing amount, adds the
      * installments billed, and holds the statement balance
      * clear of what is still unbilled.
       01  WS-IPL-WORK.
           05 WS-IPL-OUTSTANDING        PIC S9(10)V99 VALUE 0.
           05 WS-IPL-BILLED-CYCLE       PIC S9(10)V99 VALUE 0.
           05 WS-IPL-UNBILLED-AFTER     PIC S9(10)V99 VALUE 0.
           05 WS-IPL-BILL-AMT           PIC S9(09)V99 VALUE 0.
           05 WS-IPL-REVOLVING-BAL      PIC S9(10)V99 VALUE 0.
           05 WS-IPL-SCAN-DONE          PIC X(01) VALUE 'N'.
           05 WS-IPL-BILLED-COUNT       PIC 9(09) VALUE 0.

      * Penalty APR controls: the delinquency stage whose
      * arrival triggers penalty pricing (stage 2 = 60 days),
      * and the consecutive on-time minimum payments that cure
      * The PAPR letter's event text -- imposed or restored
       01  WS-PAPR-EVENT-TEXT      PIC X(30) VALUE SPACES.

      * CVNAC01Y: 100-byte nonaccrual status record
       COPY CVNAC01Y.
       01  NONACCR-STATUS.
           05  NONACCR-STAT1       PIC X.
           05  NONACCR-STAT2       PIC X.
      * Whether the nonaccrual file opened -- a site without
      * one cycles exactly as before
       01  WS-NONACCR-AVAILABLE    PIC X(01) VALUE 'N'.
      * Whether the account in hand is on nonaccrual this cycle
      * (set per account by 1180): no interest, no fees
       01  WS-NONACCRUAL           PIC X(01) VALUE 'N'.
      * Whether the account in hand already has a NONACCR row
      * (1180) -- a placement then rewrites it
       01  WS-NAC-ON-FILE          PIC X(01) VALUE 'N'.
      * What would place the account on nonaccrual today (1185):
      * 'D', 'B' or 'S' as NAC-REASON, space for nothing
       01  WS-NAC-TRIGGER          PIC X(01) VALUE SPACE.
      * Consecutive full minimum payments that return a system
      * placement to accrual, once nothing that placed it still
      * applies and the account is current
       01  WS-NAC-CURE-REQUIRED    PIC 9(01) VALUE 3.
      * The unpaid interest reversed on placement (1190) and
      * the run's totals
       01  WS-NAC-WORK.
           05 WS-NAC-REVERSAL-AMT       PIC S9(10)V99 VALUE 0.
           05 WS-NAC-LOOKBACK-DAYS      PIC S9(04) COMP VALUE 180.
           05 WS-NAC-INT-AMT            PIC S9(09)V99 VALUE 0.
           05 WS-NAC-PAY-AMT            PIC S9(09)V99 VALUE 0.
           05 WS-NAC-ENTERED-COUNT      PIC 9(09) VALUE 0.
           05 WS-NAC-RETURNED-COUNT     PIC 9(09) VALUE 0.
           05 WS-NAC-REVERSED-TOTAL     PIC S9(11)V99 VALUE 0.
           05 WS-NAC-REVERSED-EDIT      PIC Z(10)9.99.

      * CVSTL01Y: 150-byte settlement offer record
       COPY CVSTL01Y.
       01  SETTLE-STATUS.
           05  SETTLE-STAT1        PIC X.
           05  SETTLE-STAT2        PIC X.
      * Whether the settlement file opened -- a site without
      * one never sees a settlement workout
       01  WS-SETTLE-AVAILABLE     PIC X(01) VALUE 'N'.

      * CVPCT02Y: 80-byte pricing test cell assignment record
       COPY CVPCT02Y.
       01  PCTASGN-STATUS.
           05  PCTASGN-STAT1       PIC X.
           05  PCTASGN-STAT2       PIC X.
      * CVPCT01Y: 150-byte pricing test record
       COPY CVPCT01Y.
       01  PRCTEST-STATUS.
           05  PRCTEST-STAT1       PIC X.
           05  PRCTEST-STAT2       PIC X.
      * Whether both pricing test files opened -- a site
      * without them prices every account on champion terms
       01  WS-PRCTEST-AVAILABLE    PIC X(01) VALUE 'N'.
      * Whether the account in hand is priced on challenger
      * terms this cycle (set per account by 1175)
       01  WS-CHALLENGER           PIC X(01) VALUE 'N'.
       01  WS-CHALLENGER-COUNT     PIC 9(09) VALUE 0.

      * CVICC01Y: 120-byte interest charge calculation record
       COPY CVICC01Y.
       01  INTCALC-STATUS.
           05  INTCALC-STAT1       PIC X.
           05  INTCALC-STAT2       PIC X.
      * Whether the calculation file opened -- a site without
      * one cycles exactly as before, its statements without
      * the interest calculation detail
       01  WS-INTCALC-AVAILABLE    PIC X(01) VALUE 'N'.
      * Per-account figures the account row is built from: the
      * balances' rates weighted by balance (a balance that
      * draws no interest weighs in at zero) and the highest
      * penalty rate among the account's groups; then the
      * payoff estimates' work fields. WS-ICC-MAX-MONTHS caps
      * the minimum-only run -- a balance not paid off by then
      * is reported as never paid off.
       01  WS-ICC-WORK.
           05 WS-ICC-RATE-WEIGHT        PIC S9(15)V99 VALUE 0.
           05 WS-ICC-BAL-WEIGHT         PIC S9(11)V99 VALUE 0.
           05 WS-ICC-PENALTY-APR        PIC S9(04)V99 VALUE 0.
           05 WS-ICC-PAYOFF-APR         PIC S9(04)V99 VALUE 0.
           05 WS-ICC-SIM-BAL            PIC S9(11)V99 VALUE 0.
           05 WS-ICC-SIM-PAYMENT        PIC S9(11)V99 VALUE 0.
           05 WS-ICC-SIM-INTEREST       PIC S9(11)V99 VALUE 0.
           05 WS-ICC-SIM-TOTAL          PIC S9(11)V99 VALUE 0.
           05 WS-ICC-SIM-MONTHS         PIC 9(04) VALUE 0.
           05 WS-ICC-MAX-MONTHS         PIC 9(04) VALUE 600.
           05 WS-ICC-MONTH-RATE         PIC S9(01)V9(10) VALUE 0.
           05 WS-ICC-ANNUITY            PIC S9(03)V9(10) VALUE 0.
           05 WS-ICC-PAYMENT-WORK       PIC S9(09)V9(06) VALUE 0.

      * FILE STATUS pairs for a partitioned run's queue extents
      * and checkpoint
       01  COLLWQX-STATUS.
           05  COLLWQX-STAT1       PIC X.
           05  COLLWQX-STAT2       PIC X.
       01  LETTERX-STATUS.
           05  LETTERX-STAT1       PIC X.
           05  LETTERX-STAT2       PIC X.
       01  INTCKPT-STATUS.
           05  INTCKPT-STAT1       PIC X.
           05  INTCKPT-STAT2       PIC X.
      * Checkpoint record image, see app/cpy/CVICK01Y.cpy
       COPY CVICK01Y.

      * Partitioned-run controls (see the program header).
      * WS-PARTITIONED is 'Y' when the PARM names a partition;
      * WS-PART-MEMBER is set by 1690-CHECK-PART-MEMBER for the
      * account in WS-PART-TEST-ACCT ('Y' always when not
      * partitioned). WS-RESTART-ACCT-ID is the last account a
      * restarted partition's checkpoint had closed; balance
      * records up to it are skipped (and counted in
      * WS-RESTART-SKIP-COUNT). WS-TRANID-CEILING is the last
      * TRAN-ID suffix this partition may generate. The WS-OUT-
      * counters are the control totals the checkpoint carries;
      * the WS-EXT- fields work the restart's extent voiding.
       01 WS-PARTITION-VARS.
           05 WS-PARTITIONED            PIC X(01) VALUE 'N'.
           05 WS-PART-NUM               PIC 9(01) VALUE 0.
           05 WS-PART-COUNT             PIC 9(01) VALUE 1.
           05 WS-PART-QUOTIENT          PIC S9(11) COMP-3.
           05 WS-PART-REMAINDER         PIC S9(04) COMP.
           05 WS-PART-TEST-ACCT         PIC 9(11).
           05 WS-PART-MEMBER            PIC X(01) VALUE 'Y'.
           05 WS-RESTARTING             PIC X(01) VALUE 'N'.
           05 WS-RESTART-ACCT-ID        PIC 9(11) VALUE 0.
           05 WS-RESTART-SKIP-COUNT     PIC 9(09) VALUE 0.
           05 WS-TRANID-CEILING         PIC 9(06) VALUE 999999.
           05 WS-ACCT-CLOSED-COUNT      PIC 9(09) VALUE 0.
           05 WS-OUT-TRAN-COUNT         PIC 9(09) VALUE 0.
           05 WS-OUT-TRAN-AMT           PIC S9(11)V99 VALUE 0.
           05 WS-OUT-CWQ-COUNT          PIC 9(07) VALUE 0.
           05 WS-OUT-LTQ-COUNT          PIC 9(07) VALUE 0.
           05 WS-EXT-KEEP-COUNT         PIC 9(09) VALUE 0.
           05 WS-EXT-SEEN-COUNT         PIC 9(09) VALUE 0.
           05 WS-EXT-VOID-COUNT         PIC 9(09) VALUE 0.
           05 WS-EXT-EOF                PIC X(01) VALUE 'N'.
           05 WS-EXT-NAME               PIC X(08) VALUE SPACES.
       01  WS-OUT-TRAN-AMT-EDIT         PIC -Z(10)9.99.

      * General I/O status area used by 9910-DISPLAY-IO-STATUS
      * to format and display file status codes on error
       01  IO-STATUS.                                                           
           05 WS-GPAY-DUE-DATE-INT      PIC S9(09) COMP.
           05 WS-GPAY-WIN-START-INT     PIC S9(09) COMP.

      * Nonaccrual interest table, built by the same TRANFILE-IN
      * pre-pass: per account, the interest billed over the
      * last WS-NAC-LOOKBACK-DAYS days (type 01 category 0005,
      * net of any earlier nonaccrual reversal, type 07
      * category 0012) and the payment credits received over
      * the same days. A placement reverses the difference
      * (1190). Same fixed OCCURS/linear-SEARCH idiom as the
      * aging and ADB tables.
       01 WS-NAI-TABLE.
           05 WS-NAI-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
           05 WS-NAI-ENTRY OCCURS 1000 TIMES
                            INDEXED BY WS-NAI-IDX.
              10 WS-NAI-ACCT-ID         PIC 9(11).
              10 WS-NAI-INT-BILLED      PIC S9(11)V99 COMP-3.
              10 WS-NAI-PAYMENTS        PIC S9(11)V99 COMP-3.

      * Date-arithmetic work areas for the late-fee past-due
      * check, the same technique CBACT06C uses to turn a
      * YYYY-MM-DD field into a comparable day count.
              10 WS-CON-CONTACT-TS      PIC X(14).
              10 WS-CON-OUTCOME         PIC X(01).
              10 WS-CON-USR-ID          PIC X(08).
              10 WS-CON-PTP-STATUS      PIC X(01).

      * JCL PARM interface: receives run date for transaction
      * ID generation and timestamp stamping
       LINKAGE SECTION.                                                         
      * JCL PARM: the cycle date, optionally followed by a
      * space, the partition number and the partition count
      * ('1'-'4' each), e.g. PARM='2022-07-19 24' for partition
      * 2 of 4. A date alone is a single-stream run.
       01  EXTERNAL-PARMS.
           05  PARM-LENGTH         PIC S9(04) COMP.
           05  PARM-DATE           PIC X(10).
           05  FILLER              PIC X(01).
           05  PARM-PARTITION      PIC X(01).
           05  PARM-PART-COUNT     PIC X(01).
      *****************************************************************         
       PROCEDURE DIVISION USING EXTERNAL-PARMS.                                 
      * Main control: opens all 5 VSAM files, iterates
      * TCATBAL records, calculates and posts interest for
      * each account/type/category, then closes all files.
           DISPLAY 'START OF EXECUTION OF PROGRAM CBACT04C'.
      * A partition named on the PARM makes this a partitioned
      * run; a partition's own checkpoint says whether it is
      * restarting
           PERFORM 0040-CHECK-PARTITION-PARM.
           IF WS-PARTITIONED = 'Y'
              PERFORM 0050-CHECKPOINT-RESTART-CHECK
           END-IF
           PERFORM 0000-TCATBALF-OPEN.
           PERFORM 0100-XREFFILE-OPEN.
           PERFORM 0200-DISCGRP-OPEN.
           PERFORM 0300-ACCTFILE-OPEN.
           IF WS-RESTARTING = 'Y'
              PERFORM 0410-TRANFILE-RESTART-OPEN
           ELSE
              PERFORM 0400-TRANFILE-OPEN
           END-IF
           PERFORM 0500-TRANFILE-IN-OPEN.
           PERFORM 0550-TOKNVLT-OPEN.
           PERFORM 0560-PRODCAT-OPEN.
           PERFORM 0570-HARDSHIP-OPEN.
           PERFORM 0572-SKIPPAY-OPEN.
           PERFORM 0574-LETTERQ-OPEN.
           IF WS-PARTITIONED = 'Y'
              PERFORM 0590-LETTERX-OPEN
           END-IF
           PERFORM 0575-CUSTDAT-OPEN.
           PERFORM 0576-INSTPLAN-OPEN.
           PERFORM 0578-NONACCR-OPEN.
           PERFORM 0579-SETTLE-OPEN.
           PERFORM 0580-PRCTEST-OPEN.
           PERFORM 0582-INTCALC-OPEN.
      * Opens BATCHSTS and records this job as running
           PERFORM 8100-BATCHSTS-OPEN.
           PERFORM 0070-CHECK-BUSINESS-DATE
      * delinquency evaluation writes into.
      * (The product catalog was opened above; the aging
      * pre-pass and every account break read terms from it.)
      * A partition leaves COLLWQ itself to the merge and writes
      * its queue entries to its own extent instead.
           PERFORM 0600-LOAD-CONTACT-TABLE.
           IF WS-PARTITIONED = 'Y'
              PERFORM 0660-COLLWQX-OPEN
           ELSE
              PERFORM 0650-COLLWQ-OPEN-OUTPUT
           END-IF

      * Main processing loop: reads TCATBAL records.
      * On account control break, posts accumulated interest
      * interest if rate is non-zero.
           PERFORM UNTIL END-OF-FILE = 'Y'                                      
               IF  END-OF-FILE = 'N'                                            
                   PERFORM 1010-TCATBALF-GET-MEMBER
                   IF  END-OF-FILE = 'N'                                        
                     ADD 1 TO WS-RECORD-COUNT                                   
                     DISPLAY TRAN-CAT-BAL-RECORD                                
                       MOVE 'N' TO WS-FEE-POSTED
                       MOVE 'N' TO WS-LATE-FEE-POSTED
                       MOVE 'N' TO WS-PREMIUM-POSTED
                       MOVE 0 TO WS-ICC-RATE-WEIGHT
                       MOVE 0 TO WS-ICC-BAL-WEIGHT
                       MOVE 0 TO WS-ICC-PENALTY-APR
                       MOVE TRANCAT-ACCT-ID TO WS-LAST-ACCT-NUM
                       MOVE TRANCAT-ACCT-ID TO FD-ACCT-ID
                       PERFORM 1100-GET-ACCT-DATA
                       PERFORM 1150-GET-PRODUCT-TERMS
                       PERFORM 1160-GET-HARDSHIP-PLAN
                       PERFORM 1170-GET-SKIP-ELECTION
                       PERFORM 1175-GET-TEST-CELL
                       PERFORM 1180-CHECK-NONACCRUAL
                          THRU 1180-CHECK-NONACCRUAL-EXIT
                       PERFORM 1250-CHECK-GRACE-WAIVER
                     END-IF
      *              DISPLAY 'ACCT-GROUP-ID: ' ACCT-GROUP-ID                    
                     MOVE TRANCAT-TYPE-CD TO FD-DIS-TRAN-TYPE-CD                
                     PERFORM 1200-GET-INTEREST-RATE
                     PERFORM 1200-C-APPLY-PROMO-RATE
      *              A challenger-cell account in a pricing test
      *              is priced on the test's alternate rate in
      *              place of the champion rate just selected
                     IF WS-CHALLENGER = 'Y'
                        PERFORM 1210-APPLY-CHALLENGER-RATE
                     END-IF
      *              Penalty pricing: a seriously delinquent
      *              account pays the group's penalty rate in
      *              place of the standard or promotional one
      *              in full by the due date (or nothing was
      *              owed). Cash advances and other types
      *              accrue from day one regardless.
      *              The installment plan segment (type 11)
      *              never draws revolving interest -- the plan
      *              fee charged at set-up is its price.
      *              An account on nonaccrual draws none at all.
                     MOVE 0 TO WS-ADB
                     MOVE 0 TO WS-MONTHLY-INT
                     IF WS-EFFECTIVE-INT-RATE NOT = 0
                       AND WS-ACCT-CHARGED-OFF = 'N'
                       AND WS-ACCT-DECEASED = 'N'
                       AND WS-NONACCRUAL = 'N'
                       AND TRANCAT-TYPE-CD NOT = '11'
                       IF WS-GRACE-WAIVED = 'Y'
                          AND TRANCAT-TYPE-CD = '01'
                          CONTINUE
                          PERFORM 1300-COMPUTE-INTEREST
                       END-IF
                     END-IF
      *              Keep what was decided for the statement's
      *              interest charge calculation
                     IF WS-INTCALC-AVAILABLE = 'Y'
                        PERFORM 1310-RECORD-INTEREST-CALC
                     END-IF
      *              1400-COMPUTE-FEES checks over-limit and past-due
      *              status, neither of which depends on the
      *              disclosure-group rate being non-zero -- a
      *              entirely, and so is a deceased holder's --
      *              the estate settles what stood at the date
      *              of death, nothing layered on after it.
      *              A holder in bankruptcy is past it too:
      *              a fee assessed under the automatic stay
      *              (or after discharge) is a collection act.
      *              Nor is a fee billed on nonaccrual -- it
      *              would be income not expected to be
      *              collected.
                     IF WS-ACCT-CHARGED-OFF = 'N'
                        AND WS-ACCT-DECEASED = 'N'
                        AND WS-BKR-STAY = 'N'
                        AND WS-NONACCRUAL = 'N'
                        PERFORM 1400-COMPUTE-FEES
                     END-IF
                   END-IF                                                       
                    PERFORM 1050-UPDATE-ACCOUNT                                 
               END-IF                                                           
           END-PERFORM.                                                         
      * The loop above ends as soon as end of file is read, so
      * the last account in hand is closed out here
           IF WS-FIRST-TIME NOT = 'Y'
              PERFORM 1050-UPDATE-ACCOUNT
           END-IF
      * A partition's completed checkpoint carries its control
      * totals to the merge
           IF WS-PARTITIONED = 'Y'
              PERFORM 8010-WRITE-CHECKPOINT-COMPLETE
           END-IF
                                                                                
           PERFORM 9000-TCATBALF-CLOSE.
           PERFORM 9100-XREFFILE-CLOSE.
           PERFORM 9300-ACCTFILE-CLOSE.
           PERFORM 9400-TRANFILE-CLOSE.
           PERFORM 9500-TRANFILE-IN-CLOSE.
           IF WS-PARTITIONED = 'Y'
              PERFORM 9555-COLLWQX-CLOSE
              PERFORM 9594-LETTERX-CLOSE
           ELSE
              PERFORM 9550-COLLWQ-CLOSE
           END-IF
           PERFORM 9560-TOKNVLT-CLOSE.
           PERFORM 9570-PRODCAT-CLOSE.
           PERFORM 9575-PAYALLOC-CLOSE.
           PERFORM 9582-SKIPPAY-CLOSE.
           PERFORM 9584-LETTERQ-CLOSE.
           PERFORM 9585-CUSTDAT-CLOSE.
           PERFORM 9586-INSTPLAN-CLOSE.
           PERFORM 9588-NONACCR-CLOSE.
           PERFORM 9589-SETTLE-CLOSE.
           PERFORM 9590-PRCTEST-CLOSE.
           PERFORM 9592-INTCALC-CLOSE.

      * Records completion status and closes BATCHSTS
           PERFORM 8300-BATCHSTS-WRITE-END.
           PERFORM 8900-BATCHSTS-CLOSE.

           DISPLAY 'INSTALLMENTS BILLED    :' WS-IPL-BILLED-COUNT.
           DISPLAY 'CHALLENGER ACCOUNTS    :' WS-CHALLENGER-COUNT.
           DISPLAY 'NONACCRUAL ENTERED     :' WS-NAC-ENTERED-COUNT.
           DISPLAY 'NONACCRUAL RETURNED    :' WS-NAC-RETURNED-COUNT.
           MOVE WS-NAC-REVERSED-TOTAL TO WS-NAC-REVERSED-EDIT.
           DISPLAY 'INTEREST REVERSED      :' WS-NAC-REVERSED-EDIT.
           DISPLAY 'ACCOUNTS CLOSED        :' WS-ACCT-CLOSED-COUNT.
           DISPLAY 'TRANSACTIONS GENERATED :' WS-OUT-TRAN-COUNT.
           MOVE WS-OUT-TRAN-AMT TO WS-OUT-TRAN-AMT-EDIT.
           DISPLAY 'TRANSACTION AMOUNT     :' WS-OUT-TRAN-AMT-EDIT.
           IF WS-PARTITIONED = 'Y'
              DISPLAY 'BALANCES SKIPPED (RST) :' WS-RESTART-SKIP-COUNT
              DISPLAY 'QUEUE ENTRIES WRITTEN  :' WS-OUT-CWQ-COUNT
              DISPLAY 'LETTERS WRITTEN        :' WS-OUT-LTQ-COUNT
           END-IF
           DISPLAY 'END OF EXECUTION OF PROGRAM CBACT04C'.                    
                                                                                
           GOBACK.                                                              
      *---------------------------------------------------------------*
      * Reads the optional partition spec after the PARM date.
      * A date alone is a single-stream run. A partition spec
      * must be a partition number no greater than a partition
      * count of 1 to 4 -- anything else abends rather than
      * run some other share of the accounts. A partitioned
      * run takes its own BATCHSTS job name (CBACT4Pn) and its
      * own block of TRAN-ID suffixes (n00001-n99999).
      *---------------------------------------------------------------*
       0040-CHECK-PARTITION-PARM.
           IF  PARM-LENGTH > 10
               IF  PARM-LENGTH < 13
                   OR PARM-PART-COUNT < '1'
                   OR PARM-PART-COUNT > '4'
                   OR PARM-PARTITION < '1'
                   OR PARM-PARTITION > PARM-PART-COUNT
                   DISPLAY 'INVALID PARTITION PARM - EXPECTED '
                           'DATE, SPACE, PARTITION, COUNT'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               MOVE 'Y'              TO WS-PARTITIONED
               MOVE PARM-PARTITION   TO WS-PART-NUM
               MOVE PARM-PART-COUNT  TO WS-PART-COUNT
               MOVE 'CBACT4P'        TO WS-BATCH-JOB-NAME(1:7)
               MOVE PARM-PARTITION   TO WS-BATCH-JOB-NAME(8:1)
               COMPUTE WS-TRANID-SUFFIX = WS-PART-NUM * 100000
               COMPUTE WS-TRANID-CEILING =
                       WS-TRANID-SUFFIX + 99999
               DISPLAY 'INTEREST PARTITION: ' WS-PART-NUM
                       ' OF ' WS-PART-COUNT
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads this partition's INTCKPT checkpoint. An in-progress
      * checkpoint for this date and partition is a restart
      * point: the run resumes after the last account it closed,
      * with the TRAN-ID suffix and the output counts carried
      * forward. A completed one means the partition already
      * finished this date -- rerunning it would close its
      * accounts twice, so the run is refused. A checkpoint for
      * another date (or none at all) is a normal start; one
      * for this date but another partition means the JCL
      * pointed INTCKPT at the wrong dataset, and abends.
      *---------------------------------------------------------------*
       0050-CHECKPOINT-RESTART-CHECK.
           MOVE SPACES TO INT-CHECKPOINT-RECORD
           OPEN INPUT INTCKPT-FILE
           IF  INTCKPT-STATUS = '00'
               READ INTCKPT-FILE INTO INT-CHECKPOINT-RECORD
                   AT END
                      MOVE SPACES TO INT-CHECKPOINT-RECORD
               END-READ
               CLOSE INTCKPT-FILE
           END-IF
           IF  ICK-RUN-DATE NOT = PARM-DATE
               DISPLAY 'NO RESTART CHECKPOINT FOUND - NORMAL START'
           ELSE
               IF  ICK-PARTITION NOT = PARM-PARTITION
                   OR ICK-PART-COUNT NOT = PARM-PART-COUNT
                   DISPLAY 'CHECKPOINT IS FOR PARTITION '
                           ICK-PARTITION ' OF ' ICK-PART-COUNT
                           ' - CHECK THE INTCKPT DATASET'
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               EVALUATE TRUE
                   WHEN ICK-COMPLETE
                       DISPLAY 'RUN REFUSED: PARTITION '
                               WS-PART-NUM ' ALREADY COMPLETE FOR '
                               PARM-DATE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   WHEN ICK-IN-PROGRESS
                       MOVE 'Y'               TO WS-RESTARTING
                       MOVE ICK-LAST-ACCT-ID  TO WS-RESTART-ACCT-ID
                       MOVE ICK-TRANID-SUFFIX TO WS-TRANID-SUFFIX
                       MOVE ICK-ACCT-COUNT    TO WS-ACCT-CLOSED-COUNT
                       MOVE ICK-TRAN-COUNT    TO WS-OUT-TRAN-COUNT
                       MOVE ICK-TRAN-AMT      TO WS-OUT-TRAN-AMT
                       MOVE ICK-CWQ-COUNT     TO WS-OUT-CWQ-COUNT
                       MOVE ICK-LTQ-COUNT     TO WS-OUT-LTQ-COUNT
                       DISPLAY 'RESTART CHECKPOINT FOUND - RESUMING '
                               'AFTER ACCOUNT ' WS-RESTART-ACCT-ID
                   WHEN OTHER
                       DISPLAY 'NO RESTART CHECKPOINT FOUND - '
                               'NORMAL START'
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*         
      * Opens TCATBAL-FILE for sequential input reading.
      * Sets APPL-RESULT to 0 on success. Abends on failure.
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Restarted partition: reopens this partition's TRANSACT
      * extent, keeps the transactions its checkpoint counted,
      * voids (HIGH-VALUES) any written after the checkpoint by
      * the account in flight when the prior run ended, then
      * reopens the extent to extend it. Records voided by an
      * earlier restart are passed over, not counted.
      *---------------------------------------------------------------*
       0410-TRANFILE-RESTART-OPEN.
           MOVE WS-OUT-TRAN-COUNT TO WS-EXT-KEEP-COUNT
           MOVE 0                 TO WS-EXT-SEEN-COUNT
                                     WS-EXT-VOID-COUNT
           MOVE 'N'               TO WS-EXT-EOF
           MOVE 'TRANSACT'        TO WS-EXT-NAME
           OPEN I-O TRANSACT-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE FOR RESTART'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           PERFORM 0415-TRANFILE-VOID-NEXT
              UNTIL WS-EXT-EOF = 'Y'
           CLOSE TRANSACT-FILE
           PERFORM 0490-CHECK-RESTART-EXTENT
           OPEN EXTEND TRANSACT-FILE
           IF  TRANFILE-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING TRANSACTION FILE'
               MOVE TRANFILE-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next TRANSACT extent record on restart and
      * voids it when it lies past the checkpoint's count.
      *---------------------------------------------------------------*
       0415-TRANFILE-VOID-NEXT.
           READ TRANSACT-FILE
           IF  TRANFILE-STATUS = '00'
               IF  FD-TRANFILE-REC NOT = HIGH-VALUES
                   ADD 1 TO WS-EXT-SEEN-COUNT
                   IF  WS-EXT-SEEN-COUNT > WS-EXT-KEEP-COUNT
                       MOVE HIGH-VALUES TO FD-TRANFILE-REC
                       REWRITE FD-TRANFILE-REC
                       IF  TRANFILE-STATUS NOT = '00'
                           DISPLAY 'ERROR VOIDING TRANSACTION RECORD'
                           MOVE TRANFILE-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-EXT-VOID-COUNT
                   END-IF
               END-IF
           ELSE
               IF  TRANFILE-STATUS = '10'
                   MOVE 'Y' TO WS-EXT-EOF
               ELSE
                   DISPLAY 'ERROR READING TRANSACTION FILE'
                   MOVE TRANFILE-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Proves a restarted extent still holds every record the
      * checkpoint counted. A short extent (one lost or
      * replaced since the abend) cannot be resumed -- the
      * accounts whose output is missing were already closed
      * and must not be closed again -- so the restart abends
      * for the partition to be recovered by hand.
      *---------------------------------------------------------------*
       0490-CHECK-RESTART-EXTENT.
           IF  WS-EXT-SEEN-COUNT < WS-EXT-KEEP-COUNT
               DISPLAY 'RESTART REFUSED: ' WS-EXT-NAME
                       ' EXTENT HOLDS ' WS-EXT-SEEN-COUNT
                       ' RECORDS, CHECKPOINT COUNTED '
                       WS-EXT-KEEP-COUNT
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           DISPLAY WS-EXT-NAME ' RECORDS VOIDED ON RESTART: '
                   WS-EXT-VOID-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Opens TRANFILE-IN for the one-time sequential pre-pass
      * that builds WS-AGING-TABLE.
       0500-TRANFILE-IN-OPEN.
               DISPLAY 'NO CUSTOMER FILE - DECEASED CHECK SKIPPED'
           END-IF
           EXIT.
       0576-INSTPLAN-OPEN.
      * A missing plan file is tolerated -- no installment
      * plans exist until COIPL00C sets one up. Opened I-O:
      * each plan billed is rewritten in the same run.
           OPEN I-O INSTPLAN-FILE
           IF  INSTPLAN-STATUS = '00'
               MOVE 'Y' TO WS-INSTPLAN-AVAILABLE
           ELSE
               MOVE 'N' TO WS-INSTPLAN-AVAILABLE
               DISPLAY 'NO INSTALLMENT PLAN FILE - BILLING SKIPPED'
           END-IF
           EXIT.
       0578-NONACCR-OPEN.
      * A missing nonaccrual file is tolerated -- every account
      * then accrues as before. Opened I-O: placements are
      * written and rewritten in the same run.
           OPEN I-O NONACCR-FILE
           IF  NONACCR-STATUS = '00'
               MOVE 'Y' TO WS-NONACCR-AVAILABLE
           ELSE
               MOVE 'N' TO WS-NONACCR-AVAILABLE
               DISPLAY 'NO NONACCRUAL FILE - NONACCRUAL SKIPPED'
           END-IF
           EXIT.
       0579-SETTLE-OPEN.
      * A missing settlement file is tolerated -- no account is
      * then in a settlement workout
           OPEN INPUT SETTLE-FILE
           IF  SETTLE-STATUS = '00'
               MOVE 'Y' TO WS-SETTLE-AVAILABLE
           ELSE
               MOVE 'N' TO WS-SETTLE-AVAILABLE
               DISPLAY 'NO SETTLEMENT FILE - WORKOUT CHECK SKIPPED'
           END-IF
           EXIT.
       0580-PRCTEST-OPEN.
      * Missing pricing test files are tolerated -- every
      * account is then priced on champion terms. The tests
      * are only useful with the assignments, so both must open.
           MOVE 'N' TO WS-PRCTEST-AVAILABLE
           OPEN INPUT PCTASGN-FILE
           IF  PCTASGN-STATUS = '00'
               OPEN INPUT PRCTEST-FILE
               IF  PRCTEST-STATUS = '00'
                   MOVE 'Y' TO WS-PRCTEST-AVAILABLE
               ELSE
                   CLOSE PCTASGN-FILE
               END-IF
           END-IF
           IF  WS-PRCTEST-AVAILABLE = 'N'
               DISPLAY 'NO PRICING TEST FILES - CHAMPION TERMS ONLY'
           END-IF
           EXIT.
       0582-INTCALC-OPEN.
      * A missing calculation file is tolerated -- statements
      * then go out without the interest calculation detail.
      * Opened I-O: a rerun of the cycle rewrites its rows.
           OPEN I-O INTCALC-FILE
           IF  INTCALC-STATUS = '00'
               MOVE 'Y' TO WS-INTCALC-AVAILABLE
           ELSE
               MOVE 'N' TO WS-INTCALC-AVAILABLE
               DISPLAY 'NO INTCALC FILE - CALCULATION NOT KEPT'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Opens the product catalog for random READ. A missing
      * catalog file is tolerated -- every account then draws
       0610-COLLWQ-GET-NEXT.
           READ COLLWQ-FILE NEXT RECORD INTO COLLECT-WQ-RECORD
           IF  COLLWQ-STATUS = '00'
      *        A partition carries only its own accounts' history
               MOVE CWQ-ACCT-ID TO WS-PART-TEST-ACCT
               PERFORM 1690-CHECK-PART-MEMBER
               IF  CWQ-LAST-CONTACT-TS NOT = SPACES
                   AND WS-CON-ENTRIES-USED < 1000
                   AND WS-PART-MEMBER = 'Y'
                   ADD 1 TO WS-CON-ENTRIES-USED
                   SET WS-CON-IDX TO WS-CON-ENTRIES-USED
                   MOVE CWQ-ACCT-ID
                     TO WS-CON-OUTCOME (WS-CON-IDX)
                   MOVE CWQ-CONTACT-USR-ID
                     TO WS-CON-USR-ID (WS-CON-IDX)
                   MOVE CWQ-PTP-STATUS
                     TO WS-CON-PTP-STATUS (WS-CON-IDX)
               END-IF
           ELSE
               IF  COLLWQ-STATUS = '10'
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Partitioned run: opens this partition's collections
      * queue extent -- for output on a normal start; on a
      * restart, keeping the entries the checkpoint counted,
      * voiding any after them, and extending.
      *---------------------------------------------------------------*
       0660-COLLWQX-OPEN.
           IF  WS-RESTARTING = 'Y'
               MOVE WS-OUT-CWQ-COUNT TO WS-EXT-KEEP-COUNT
               MOVE 0                TO WS-EXT-SEEN-COUNT
                                        WS-EXT-VOID-COUNT
               MOVE 'N'              TO WS-EXT-EOF
               MOVE 'COLLWQX'        TO WS-EXT-NAME
               OPEN I-O COLLWQX-FILE
               IF  COLLWQX-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING QUEUE EXTENT FOR RESTART'
                   MOVE COLLWQX-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 0665-COLLWQX-VOID-NEXT
                  UNTIL WS-EXT-EOF = 'Y'
               CLOSE COLLWQX-FILE
               PERFORM 0490-CHECK-RESTART-EXTENT
               OPEN EXTEND COLLWQX-FILE
           ELSE
               OPEN OUTPUT COLLWQX-FILE
           END-IF
           IF  COLLWQX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING COLLECTIONS QUEUE EXTENT'
               MOVE COLLWQX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next queue extent entry on restart and voids
      * it when it lies past the checkpoint's count.
      *---------------------------------------------------------------*
       0665-COLLWQX-VOID-NEXT.
           READ COLLWQX-FILE
           IF  COLLWQX-STATUS = '00'
               IF  FD-COLLWQX-REC NOT = HIGH-VALUES
                   ADD 1 TO WS-EXT-SEEN-COUNT
                   IF  WS-EXT-SEEN-COUNT > WS-EXT-KEEP-COUNT
                       MOVE HIGH-VALUES TO FD-COLLWQX-REC
                       REWRITE FD-COLLWQX-REC
                       IF  COLLWQX-STATUS NOT = '00'
                           DISPLAY 'ERROR VOIDING QUEUE EXTENT ENTRY'
                           MOVE COLLWQX-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-EXT-VOID-COUNT
                   END-IF
               END-IF
           ELSE
               IF  COLLWQX-STATUS = '10'
                   MOVE 'Y' TO WS-EXT-EOF
               ELSE
                   DISPLAY 'ERROR READING COLLECTIONS QUEUE EXTENT'
                   MOVE COLLWQX-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Partitioned run: opens this partition's letter queue
      * extent, the same way 0660 opens the queue extent.
      *---------------------------------------------------------------*
       0590-LETTERX-OPEN.
           IF  WS-RESTARTING = 'Y'
               MOVE WS-OUT-LTQ-COUNT TO WS-EXT-KEEP-COUNT
               MOVE 0                TO WS-EXT-SEEN-COUNT
                                        WS-EXT-VOID-COUNT
               MOVE 'N'              TO WS-EXT-EOF
               MOVE 'LETTERX'        TO WS-EXT-NAME
               OPEN I-O LETTERX-FILE
               IF  LETTERX-STATUS NOT = '00'
                   DISPLAY 'ERROR OPENING LETTER EXTENT FOR RESTART'
                   MOVE LETTERX-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               PERFORM 0595-LETTERX-VOID-NEXT
                  UNTIL WS-EXT-EOF = 'Y'
               CLOSE LETTERX-FILE
               PERFORM 0490-CHECK-RESTART-EXTENT
               OPEN EXTEND LETTERX-FILE
           ELSE
               OPEN OUTPUT LETTERX-FILE
           END-IF
           IF  LETTERX-STATUS NOT = '00'
               DISPLAY 'ERROR OPENING LETTER QUEUE EXTENT'
               MOVE LETTERX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next letter extent record on restart and voids
      * it when it lies past the checkpoint's count.
      *---------------------------------------------------------------*
       0595-LETTERX-VOID-NEXT.
           READ LETTERX-FILE
           IF  LETTERX-STATUS = '00'
               IF  FD-LETTERX-REC NOT = HIGH-VALUES
                   ADD 1 TO WS-EXT-SEEN-COUNT
                   IF  WS-EXT-SEEN-COUNT > WS-EXT-KEEP-COUNT
                       MOVE HIGH-VALUES TO FD-LETTERX-REC
                       REWRITE FD-LETTERX-REC
                       IF  LETTERX-STATUS NOT = '00'
                           DISPLAY 'ERROR VOIDING LETTER EXTENT RECORD'
                           MOVE LETTERX-STATUS TO IO-STATUS
                           PERFORM 9910-DISPLAY-IO-STATUS
                           PERFORM 9999-ABEND-PROGRAM
                       END-IF
                       ADD 1 TO WS-EXT-VOID-COUNT
                   END-IF
               END-IF
           ELSE
               IF  LETTERX-STATUS = '10'
                   MOVE 'Y' TO WS-EXT-EOF
               ELSE
                   DISPLAY 'ERROR READING LETTER QUEUE EXTENT'
                   MOVE LETTERX-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Reads the next TCATBAL record sequentially into
      * TRAN-CAT-BAL-RECORD (copybook CVTRA01Y).
      * Status 00 = success, 10 = end-of-file,
               END-IF                                                           
           END-IF                                                               
           EXIT.                                                                
      *---------------------------------------------------------------*
      * Reads the next TCATBAL record this run is to process. A
      * single-stream run takes every record. A partition passes
      * over other partitions' accounts, and on a restart over
      * the accounts its checkpoint shows already closed (those
      * counted in WS-RESTART-SKIP-COUNT for the control
      * totals).
      *---------------------------------------------------------------*
       1010-TCATBALF-GET-MEMBER.
           MOVE 'N' TO WS-PART-MEMBER
           PERFORM 1020-TCATBALF-READ-MEMBER
              UNTIL WS-PART-MEMBER = 'Y'
                 OR END-OF-FILE = 'Y'
           EXIT.
      *---------------------------------------------------------------*
      * Reads one TCATBAL record and decides whether it is this
      * run's to process.
      *---------------------------------------------------------------*
       1020-TCATBALF-READ-MEMBER.
           PERFORM 1000-TCATBALF-GET-NEXT
           IF  END-OF-FILE = 'N'
               MOVE TRANCAT-ACCT-ID TO WS-PART-TEST-ACCT
               PERFORM 1690-CHECK-PART-MEMBER
               IF  WS-PART-MEMBER = 'Y'
                   AND WS-RESTARTING = 'Y'
                   AND TRANCAT-ACCT-ID <= WS-RESTART-ACCT-ID
                   ADD 1 TO WS-RESTART-SKIP-COUNT
                   MOVE 'N' TO WS-PART-MEMBER
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*         
      * Adds accumulated WS-TOTAL-INT and WS-TOTAL-FEE to
      * ACCT-CURR-BAL, runs the cycle-close delinquency
      * Update the balances in account record to reflect posted trans.
           ADD WS-TOTAL-INT  TO ACCT-CURR-BAL
           ADD WS-TOTAL-FEE  TO ACCT-CURR-BAL
      * Bill this close's installments first -- the minimum due
      * and statement balance set below depend on them
           PERFORM 1080-BILL-INSTALLMENTS
              THRU 1080-BILL-INSTALLMENTS-EXIT
      * Evaluate the closing cycle against the prior minimum due
      * and set the next cycle's terms, before the cycle
      * accumulators it needs are reset below
           PERFORM 1055-CYCLE-DELINQUENCY
      * The statement's late-payment and minimum-payment
      * warnings are quoted from the terms just set
           IF  WS-INTCALC-AVAILABLE = 'Y'
               PERFORM 1065-RECORD-PAYOFF-ESTIMATE
           END-IF
           MOVE 0 TO ACCT-CURR-CYC-CREDIT
           MOVE 0 TO ACCT-CURR-CYC-DEBIT

               MOVE 12 TO APPL-RESULT                                           
           END-IF                                                               
           IF  APPL-AOK                                                         
               ADD 1 TO WS-ACCT-CLOSED-COUNT
      *        The close is done -- a partition's restart point
      *        moves past this account
               IF  WS-PARTITIONED = 'Y'
                   PERFORM 8000-WRITE-CHECKPOINT
               END-IF
           ELSE                                                                 
               DISPLAY 'ERROR RE-WRITING ACCOUNT FILE'                          
               MOVE ACCTFILE-STATUS  TO IO-STATUS                               
      *      negative amounts).
      *   2. If a minimum was due and the payments fell short,
      *      ACCT-DELINQ-STAGE advances one stage (capped at
      *      120+) and the shortfall becomes ACCT-PAST-DUE-AMT;
      *      otherwise, or when nothing is owed any more, the
      *      account returns to current and nothing is past due.
      *   3. The next cycle's ACCT-MIN-PAY-DUE and
      *      ACCT-PAY-DUE-DATE are computed from the closing
      *      balance and the run date; the past-due amount is
      *      added to the formula minimum.
      *   4. An account left delinquent is written to the
      *      rebuilt collections work queue (1060).
      * A holder in bankruptcy (WS-BKR-STAY) is under the
      * automatic stay: the stage is held where it stood, no
      * letter or penalty pricing follows, nothing is due, and
      * the account stays off the collections queue.
      *---------------------------------------------------------------*
       1055-CYCLE-DELINQUENCY.
           COMPUTE WS-PAYMENTS-RECEIVED = ACCT-CURR-CYC-DEBIT * -1
           MOVE ACCT-DELINQ-STAGE TO WS-PRIOR-DELINQ-STAGE
           IF  ACCT-PAST-DUE-AMT NOT NUMERIC
               MOVE ZERO TO ACCT-PAST-DUE-AMT
           END-IF

           IF  ACCT-CURR-BAL <= ZERO
               MOVE SPACES TO ACCT-DELINQ-STAGE
               MOVE ZERO   TO ACCT-PAST-DUE-AMT
           ELSE
      * A skip-a-payment election holds the stage where it is:
      * the skipped payment neither advances delinquency nor
      * cures it
               IF  WS-SKIP-ACTIVE = 'Y'
                   OR WS-BKR-STAY = 'Y'
                   CONTINUE
               ELSE
               IF  ACCT-MIN-PAY-DUE > ZERO
                       WHEN OTHER
                           SET ACCT-DELINQ-120-PLUS  TO TRUE
                   END-EVALUATE
      * The minimum already carried the earlier past-due amount,
      * so what was left of it unpaid is the new past-due total
                   COMPUTE ACCT-PAST-DUE-AMT =
                       ACCT-MIN-PAY-DUE - WS-PAYMENTS-RECEIVED
               ELSE
                   MOVE SPACES TO ACCT-DELINQ-STAGE
                   MOVE ZERO   TO ACCT-PAST-DUE-AMT
               END-IF
               END-IF
           END-IF

      * Penalty APR bookkeeping rides the same evaluation:
      * reaching the trigger stage imposes the penalty rate,
      * consecutive on-time minimums cure it back. Under the
      * automatic stay the pricing stands still.
           IF  WS-BKR-STAY = 'N'
               PERFORM 1057-TRACK-PENALTY-PRICING
           END-IF

      * An account on nonaccrual counts its way back to accrual
      * on the same evaluation
           IF  WS-NONACCRUAL = 'Y'
               PERFORM 1056-TRACK-NONACCRUAL-CURE
           END-IF

      * Set next cycle's minimum payment due and due date
           IF  ACCT-CURR-BAL <= ZERO
                       MOVE ACCT-CURR-BAL TO ACCT-MIN-PAY-DUE
                   END-IF
               ELSE
      * Installment plans: the formula runs on the revolving
      * balance only (the balance less the plans' principal
      * that stood unbilled before this close), and each
      * installment billed this close is added to it whole
               COMPUTE WS-IPL-REVOLVING-BAL =
                   ACCT-CURR-BAL - WS-IPL-OUTSTANDING
               IF  WS-IPL-REVOLVING-BAL <= ZERO
                   MOVE ZERO TO ACCT-MIN-PAY-DUE
               ELSE
               IF  WS-IPL-REVOLVING-BAL < WS-MIN-PAY-FLOOR
                   MOVE WS-IPL-REVOLVING-BAL TO ACCT-MIN-PAY-DUE
               ELSE
                   COMPUTE ACCT-MIN-PAY-DUE ROUNDED =
                       WS-IPL-REVOLVING-BAL * WS-MIN-PAY-PCT
                   IF  ACCT-MIN-PAY-DUE < WS-MIN-PAY-FLOOR
                       MOVE WS-MIN-PAY-FLOOR TO ACCT-MIN-PAY-DUE
                   END-IF
               END-IF
               END-IF
               ADD WS-IPL-BILLED-CYCLE TO ACCT-MIN-PAY-DUE
      * The amount past due is owed on top of this cycle's own
      * minimum
               ADD ACCT-PAST-DUE-AMT   TO ACCT-MIN-PAY-DUE
               IF  ACCT-MIN-PAY-DUE > ACCT-CURR-BAL
                   MOVE ACCT-CURR-BAL TO ACCT-MIN-PAY-DUE
               END-IF
               END-IF
               COMPUTE WS-DUE-DATE-INT =
                   WS-RUN-DATE-INT + WS-MIN-PAY-GRACE-DAYS
               COMPUTE WS-DUE-DATE-9 =
               MOVE SPACES TO ACCT-PAY-DUE-DATE
           END-IF

      * No payment may be demanded under the automatic stay or
      * after a discharge -- the minimum due is zeroed
           IF  WS-BKR-STAY = 'Y'
               MOVE ZERO   TO ACCT-MIN-PAY-DUE
               MOVE SPACES TO ACCT-PAY-DUE-DATE
           END-IF

      * A skip-a-payment election honored this close zeroes the
      * cycle's minimum due and is then marked USED -- the
      * single use the promotion allows
      * Capture this close's statement balance -- the amount
      * the next cycle's grace evaluation holds the cardholder
      * to (paid in full by the due date waives that cycle's
      * purchase interest). Installment principal not yet
      * billed is not part of it.
           COMPUTE ACCT-PRIOR-STMT-BAL =
               ACCT-CURR-BAL - WS-IPL-UNBILLED-AFTER

           IF  NOT ACCT-DELINQ-CURRENT
               AND WS-BKR-STAY = 'N'
               PERFORM 1060-WRITE-COLLWQ-REC
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Nonaccrual return-to-accrual tracking, run once per
      * cycle close for an account on nonaccrual, right after
      * the stage evaluation (ACCT-MIN-PAY-DUE and
      * WS-PAYMENTS-RECEIVED still hold the closing cycle's
      * values, as in 1057):
      *   - a balance paid off returns the account at once
      *     ('P'), however it was placed;
      *   - otherwise a cycle whose minimum was paid in full
      *     climbs the cure count and a missed minimum resets
      *     it (a skip-a-payment cycle does neither);
      *   - a system placement returns ('C') once nothing that
      *     could place it applies any more (1185), the stage
      *     is current, and the count has reached
      *     WS-NAC-CURE-REQUIRED. A manual placement is
      *     returned by finance on CONAC00C.
      * The row is rewritten either way, carrying the count.
      *---------------------------------------------------------------*
       1056-TRACK-NONACCRUAL-CURE.
           IF  NAC-CURE-COUNT NOT NUMERIC
               MOVE 0 TO NAC-CURE-COUNT
           END-IF
           IF  ACCT-CURR-BAL <= ZERO
               SET NAC-RETURN-PAID-OFF TO TRUE
               PERFORM 1056-B-RETURN-TO-ACCRUAL
           ELSE
               IF  WS-SKIP-ACTIVE = 'N'
                   AND ACCT-MIN-PAY-DUE > ZERO
                   IF  WS-PAYMENTS-RECEIVED >= ACCT-MIN-PAY-DUE
                       IF  NAC-CURE-COUNT < 9
                           ADD 1 TO NAC-CURE-COUNT
                       END-IF
                   ELSE
                       MOVE 0 TO NAC-CURE-COUNT
                   END-IF
               END-IF
               IF  NOT NAC-REASON-MANUAL
                   PERFORM 1185-GET-NONACCRUAL-TRIGGER
                   IF  WS-NAC-TRIGGER = SPACE
                       AND ACCT-DELINQ-CURRENT
                       AND NAC-CURE-COUNT >= WS-NAC-CURE-REQUIRED
                       SET NAC-RETURN-CURED TO TRUE
                       PERFORM 1056-B-RETURN-TO-ACCRUAL
                   END-IF
               END-IF
           END-IF
           PERFORM 1195-REWRITE-NONACCRUAL
           EXIT.
      *---------------------------------------------------------------*
      * Marks the account in hand returned to accrual by this
      * run (the caller has set the return reason). Interest
      * and fees resume from the next cycle.
      *---------------------------------------------------------------*
       1056-B-RETURN-TO-ACCRUAL.
           SET NAC-STATUS-RETURNED TO TRUE
           MOVE PARM-DATE         TO NAC-RETURN-DATE
           MOVE WS-BATCH-JOB-NAME TO NAC-RETURN-USR-ID
           ADD 1 TO WS-NAC-RETURNED-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Penalty APR state machine, run once per cycle close
      * right after the stage evaluation (ACCT-MIN-PAY-DUE and
      * WS-PAYMENTS-RECEIVED still hold the closing cycle's
               MOVE 'PAPR'            TO LTQ-LETTER-CODE
               MOVE PARM-DATE         TO LTQ-EVENT-DATE
               MOVE WS-PAPR-EVENT-TEXT TO LTQ-SUBST-TEXT
               PERFORM 1059-B-WRITE-LETTER
           END-IF
           EXIT.
      *---------------------------------------------------------------*
                      DELIMITED BY SIZE
                INTO LTQ-SUBST-TEXT
               END-STRING
               PERFORM 1059-B-WRITE-LETTER
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the letter built by 1057-B or 1059 -- to LETTERQ,
      * or in a partitioned run to the partition's LETTERX
      * extent for the merge to load.
      *---------------------------------------------------------------*
       1059-B-WRITE-LETTER.
           IF  WS-PARTITIONED = 'Y'
               WRITE FD-LETTERX-REC FROM LETTER-QUEUE-RECORD
               IF  LETTERX-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING LETTER QUEUE EXTENT'
                   MOVE LETTERX-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               ADD 1 TO WS-OUT-LTQ-COUNT
           ELSE
               MOVE LTQ-KEY           TO FD-LTQ-KEY
               WRITE FD-LETTERQ-REC FROM LETTER-QUEUE-RECORD
               IF  LETTERQ-STATUS NOT = '00' AND NOT = '22'
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
               IF  LETTERQ-STATUS = '00'
                   ADD 1 TO WS-OUT-LTQ-COUNT
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
           MOVE SPACES             TO CWQ-LAST-CONTACT-TS
                                      CWQ-CONTACT-OUTCOME
                                      CWQ-CONTACT-USR-ID
                                      CWQ-PTP-STATUS
           PERFORM 1070-CARRY-CONTACT-FORWARD

      * A partition's entries go to its extent for the merge
           IF  WS-PARTITIONED = 'Y'
               WRITE FD-COLLWQX-REC FROM COLLECT-WQ-RECORD
               MOVE COLLWQX-STATUS TO COLLWQ-STATUS
           ELSE
               WRITE FD-COLLWQ-REC FROM COLLECT-WQ-RECORD
           END-IF
           IF  COLLWQ-STATUS = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF
           IF  APPL-AOK
               ADD 1 TO WS-OUT-CWQ-COUNT
           ELSE
               DISPLAY 'ERROR WRITING COLLECTIONS WORK QUEUE'
               MOVE COLLWQ-STATUS TO IO-STATUS
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the account's INTCALC account row at its close,
      * once 1055 has set the terms the statement quotes:
      *   - the late fee the product (or test cell) charges
      *     and the highest penalty rate among the account's
      *     disclosure groups, for the late-payment warning
      *   - the closing balance's payoff estimates, for the
      *     minimum-payment warning, run at the balances' APRs
      *     weighted by balance (1310 accumulated them)
      * A balance owed nothing leaves the estimates at zero.
      *---------------------------------------------------------------*
       1065-RECORD-PAYOFF-ESTIMATE.
           MOVE SPACES            TO INT-CHARGE-CALC-RECORD
           MOVE ACCT-ID           TO ICC-ACCT-ID
           MOVE PARM-DATE         TO ICC-CYCLE-DATE
           SET ICC-ACCOUNT-ROW    TO TRUE
           MOVE 0                 TO ICC-CAT-CD
           MOVE WS-LATE-FEE-AMT   TO ICC-LATE-FEE
           MOVE WS-ICC-PENALTY-APR TO ICC-PENALTY-APR
           IF  WS-ICC-BAL-WEIGHT > ZERO
               COMPUTE WS-ICC-PAYOFF-APR ROUNDED =
                   WS-ICC-RATE-WEIGHT / WS-ICC-BAL-WEIGHT
           ELSE
               MOVE 0 TO WS-ICC-PAYOFF-APR
           END-IF
           MOVE WS-ICC-PAYOFF-APR TO ICC-PAYOFF-APR
           MOVE ACCT-CURR-BAL     TO ICC-PAYOFF-BAL
           MOVE 0                 TO ICC-MINPAY-MONTHS
           MOVE 0                 TO ICC-MINPAY-TOTAL
           MOVE 0                 TO ICC-36M-PAYMENT
           MOVE 0                 TO ICC-36M-TOTAL
           IF  ACCT-CURR-BAL > ZERO
               PERFORM 1066-ESTIMATE-MINIMUM-ONLY
               PERFORM 1067-ESTIMATE-36-MONTHS
           END-IF
           PERFORM 1068-PUT-INTCALC-REC
           EXIT.
      *---------------------------------------------------------------*
      * Months and total cost to pay the closing balance off
      * paying only the minimum each month -- the product's
      * floor/percentage formula, no further charges, interest
      * at the payoff APR on what is left after each payment.
      * Not paid off within WS-ICC-MAX-MONTHS is reported as
      * never (9999 months, no total).
      *---------------------------------------------------------------*
       1066-ESTIMATE-MINIMUM-ONLY.
           MOVE ACCT-CURR-BAL TO WS-ICC-SIM-BAL
           MOVE 0             TO WS-ICC-SIM-TOTAL
           MOVE 0             TO WS-ICC-SIM-MONTHS
           PERFORM 1066-B-SIMULATE-ONE-MONTH
              UNTIL WS-ICC-SIM-BAL <= ZERO
                 OR WS-ICC-SIM-MONTHS >= WS-ICC-MAX-MONTHS
           IF  WS-ICC-SIM-BAL > ZERO
               SET ICC-MINPAY-NEVER TO TRUE
               MOVE 0 TO ICC-MINPAY-TOTAL
           ELSE
               MOVE WS-ICC-SIM-MONTHS TO ICC-MINPAY-MONTHS
               MOVE WS-ICC-SIM-TOTAL  TO ICC-MINPAY-TOTAL
           END-IF
           EXIT.
       1066-B-SIMULATE-ONE-MONTH.
           ADD 1 TO WS-ICC-SIM-MONTHS
           IF  WS-ICC-SIM-BAL < WS-MIN-PAY-FLOOR
               MOVE WS-ICC-SIM-BAL TO WS-ICC-SIM-PAYMENT
           ELSE
               COMPUTE WS-ICC-SIM-PAYMENT ROUNDED =
                   WS-ICC-SIM-BAL * WS-MIN-PAY-PCT
               IF  WS-ICC-SIM-PAYMENT < WS-MIN-PAY-FLOOR
                   MOVE WS-MIN-PAY-FLOOR TO WS-ICC-SIM-PAYMENT
               END-IF
           END-IF
           SUBTRACT WS-ICC-SIM-PAYMENT FROM WS-ICC-SIM-BAL
           ADD WS-ICC-SIM-PAYMENT TO WS-ICC-SIM-TOTAL
           IF  WS-ICC-SIM-BAL > ZERO
               COMPUTE WS-ICC-SIM-INTEREST ROUNDED =
                   WS-ICC-SIM-BAL * WS-ICC-PAYOFF-APR / 1200
               ADD WS-ICC-SIM-INTEREST TO WS-ICC-SIM-BAL
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * The level monthly payment that pays the closing balance
      * off in 36 months at the payoff APR:
      *   payment = balance x r / (1 - (1 + r) ** -36),
      *   r = APR / 1200 (balance / 36 at a zero APR)
      * rounded up to the cent, so 36 of them clear it, and
      * the total those 36 payments cost.
      *---------------------------------------------------------------*
       1067-ESTIMATE-36-MONTHS.
           IF  WS-ICC-PAYOFF-APR = ZERO
               COMPUTE WS-ICC-PAYMENT-WORK = ACCT-CURR-BAL / 36
           ELSE
               COMPUTE WS-ICC-MONTH-RATE = WS-ICC-PAYOFF-APR / 1200
               COMPUTE WS-ICC-ANNUITY =
                   1 - ((1 + WS-ICC-MONTH-RATE) ** -36)
               COMPUTE WS-ICC-PAYMENT-WORK =
                   ACCT-CURR-BAL * WS-ICC-MONTH-RATE / WS-ICC-ANNUITY
           END-IF
           COMPUTE ICC-36M-PAYMENT = WS-ICC-PAYMENT-WORK + 0.009999
           COMPUTE ICC-36M-TOTAL   = ICC-36M-PAYMENT * 36
           EXIT.
      *---------------------------------------------------------------*
      * Writes the INTCALC row in INT-CHARGE-CALC-RECORD. The
      * row is already there when the cycle is being rerun --
      * it is rewritten with this run's figures.
      *---------------------------------------------------------------*
       1068-PUT-INTCALC-REC.
           WRITE FD-INTCALC-REC FROM INT-CHARGE-CALC-RECORD
           IF  INTCALC-STATUS = '22'
               REWRITE FD-INTCALC-REC FROM INT-CHARGE-CALC-RECORD
           END-IF
           IF  INTCALC-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING INTCALC FILE'
               MOVE INTCALC-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Searches the contact-history carry table for the
      * account being queued and, when found, restores the
      * prior contact timestamp/outcome/user onto the fresh
      * queue record. An account still carrying a broken promise
      * to pay keeps its place ahead of its stage: the sort
      * stage is refolded as 5 - stage (see CVCOL01Y.cpy).
      *---------------------------------------------------------------*
       1070-CARRY-CONTACT-FORWARD.
           IF  WS-CON-ENTRIES-USED > 0
                                        TO CWQ-CONTACT-OUTCOME
                     MOVE WS-CON-USR-ID (WS-CON-IDX)
                                        TO CWQ-CONTACT-USR-ID
                     MOVE WS-CON-PTP-STATUS (WS-CON-IDX)
                                        TO CWQ-PTP-STATUS
               END-SEARCH
           END-IF
           IF  CWQ-PTP-BROKEN
               MOVE ACCT-DELINQ-STAGE TO WS-DELINQ-STAGE-N
               COMPUTE WS-DELINQ-STAGE-N = 5 - WS-DELINQ-STAGE-N
               MOVE WS-DELINQ-STAGE-N TO CWQ-SORT-STAGE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Installment billing for the account being closed out:
      * browses its INSTPLAN records and bills each active plan
      * one installment (1085), accumulating the WS-IPL-WORK
      * totals 1055 prices the minimum due and statement
      * balance from. A charged-off account bills nothing --
      * its balance has been written off whole.
      *---------------------------------------------------------------*
       1080-BILL-INSTALLMENTS.
           MOVE 0 TO WS-IPL-OUTSTANDING
           MOVE 0 TO WS-IPL-BILLED-CYCLE
           MOVE 0 TO WS-IPL-UNBILLED-AFTER
           IF  WS-INSTPLAN-AVAILABLE NOT = 'Y'
               OR ACCT-IS-CHARGED-OFF
               GO TO 1080-BILL-INSTALLMENTS-EXIT
           END-IF
           MOVE ACCT-ID    TO FD-IPL-ACCT-ID
           MOVE LOW-VALUES TO FD-IPL-TRAN-ID
           START INSTPLAN-FILE KEY IS NOT LESS THAN FD-IPL-KEY
              INVALID KEY
                 GO TO 1080-BILL-INSTALLMENTS-EXIT
           END-START
           MOVE 'N' TO WS-IPL-SCAN-DONE
           PERFORM 1085-BILL-ONE-PLAN
              THRU 1085-BILL-ONE-PLAN-EXIT
              UNTIL WS-IPL-SCAN-DONE = 'Y'.
       1080-BILL-INSTALLMENTS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Bills the next plan of the account: the installment,
      * or the whole remainder on the final installment or a
      * payoff request; a plan with nothing left goes
      * COMPLETED. A plan already billed at this month's close
      * (a rerun) is not billed again -- what that close billed
      * is counted back instead, so the minimum comes out the
      * same.
      *---------------------------------------------------------------*
       1085-BILL-ONE-PLAN.
           READ INSTPLAN-FILE NEXT RECORD INTO INSTALLMENT-PLAN-RECORD
              AT END
                 MOVE 'Y' TO WS-IPL-SCAN-DONE
                 GO TO 1085-BILL-ONE-PLAN-EXIT
           END-READ
           IF  INSTPLAN-STATUS NOT = '00'
               OR IPL-ACCT-ID NOT = ACCT-ID
               MOVE 'Y' TO WS-IPL-SCAN-DONE
               GO TO 1085-BILL-ONE-PLAN-EXIT
           END-IF

           IF  IPL-LAST-BILL-DATE(1:7) = PARM-DATE(1:7)
               ADD IPL-LAST-BILL-AMT TO WS-IPL-BILLED-CYCLE
               ADD IPL-LAST-BILL-AMT TO WS-IPL-OUTSTANDING
               ADD IPL-UNBILLED-BAL  TO WS-IPL-OUTSTANDING
               ADD IPL-UNBILLED-BAL  TO WS-IPL-UNBILLED-AFTER
               GO TO 1085-BILL-ONE-PLAN-EXIT
           END-IF
           IF  NOT IPL-STATUS-ACTIVE
               AND NOT IPL-STATUS-PAYOFF
               GO TO 1085-BILL-ONE-PLAN-EXIT
           END-IF

           ADD IPL-UNBILLED-BAL TO WS-IPL-OUTSTANDING
           IF  IPL-STATUS-PAYOFF
               OR IPL-BILLED-COUNT + 1 >= IPL-TERM-MONTHS
               OR IPL-INSTALLMENT-AMT > IPL-UNBILLED-BAL
               MOVE IPL-UNBILLED-BAL    TO WS-IPL-BILL-AMT
           ELSE
               MOVE IPL-INSTALLMENT-AMT TO WS-IPL-BILL-AMT
           END-IF

           SUBTRACT WS-IPL-BILL-AMT FROM IPL-UNBILLED-BAL
           ADD WS-IPL-BILL-AMT      TO IPL-BILLED-TOTAL
           ADD 1                    TO IPL-BILLED-COUNT
           MOVE PARM-DATE           TO IPL-LAST-BILL-DATE
           MOVE WS-IPL-BILL-AMT     TO IPL-LAST-BILL-AMT
           IF  IPL-UNBILLED-BAL <= ZERO
               SET IPL-STATUS-COMPLETED TO TRUE
           END-IF
           REWRITE FD-INSTPLAN-REC FROM INSTALLMENT-PLAN-RECORD
           IF  INSTPLAN-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING INSTALLMENT PLAN FILE'
               MOVE INSTPLAN-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF

           ADD WS-IPL-BILL-AMT  TO WS-IPL-BILLED-CYCLE
           ADD IPL-UNBILLED-BAL TO WS-IPL-UNBILLED-AFTER
           ADD 1                TO WS-IPL-BILLED-COUNT.
       1085-BILL-ONE-PLAN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reads the account master record for FD-ACCT-ID via
      * holder flags the cycle honors: deceased (accruals stop
      * from the date of death -- CODEC00C sets the flag) and
      * SCRA protection in force on the run date (rate capped
      * at the statutory maximum -- COSCR00C records it), and
      * bankruptcy (the automatic stay or a discharge --
      * COBKR00C records it). A customer the read cannot find
      * reads as living, unprotected and not in bankruptcy.
       1130-GET-DECEASED-FLAG.
           MOVE 'N' TO WS-ACCT-DECEASED
           MOVE 'N' TO WS-SCRA-ACTIVE
           MOVE 'N' TO WS-BKR-STAY
           IF  WS-CUSTDAT-AVAILABLE = 'Y'
               MOVE XREF-CUST-ID TO FD-CUST-ID
               READ CUSTDAT-FILE INTO CUSTOMER-RECORD
                              OR CUST-SCRA-END-DATE >= PARM-DATE)
                         MOVE 'Y' TO WS-SCRA-ACTIVE
                      END-IF
                      IF CUST-BKR-NO-COLLECTION
                         MOVE 'Y' TO WS-BKR-STAY
                      END-IF
               END-READ
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Nonaccrual check for the account just fetched at the
      * control break (CVNAC01Y.cpy):
      *   - on nonaccrual ('N'): stays there this cycle;
      *   - placed by finance and not yet reversed ('P'): the
      *     unpaid interest is reversed now and the row goes 'N';
      *   - otherwise (no row, or returned earlier): placed now
      *     when it is 120+ days past due, in bankruptcy, or in
      *     a settlement workout, and owes a balance -- the row
      *     is written (or rewritten) 'N' with the reason and
      *     the unpaid interest is reversed.
      * A charged-off account is left alone -- it accrues
      * nothing already, and its balance is off the books.
      *---------------------------------------------------------------*
       1180-CHECK-NONACCRUAL.
           MOVE 'N' TO WS-NONACCRUAL
           MOVE 'N' TO WS-NAC-ON-FILE
           IF  WS-NONACCR-AVAILABLE NOT = 'Y'
               OR WS-ACCT-CHARGED-OFF = 'Y'
               GO TO 1180-CHECK-NONACCRUAL-EXIT
           END-IF
           MOVE TRANCAT-ACCT-ID TO FD-NAC-ACCT-ID
           READ NONACCR-FILE INTO NONACCRUAL-RECORD
              INVALID KEY
                 CONTINUE
           END-READ
           EVALUATE NONACCR-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-NAC-ON-FILE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'ERROR READING NONACCRUAL FILE'
                   MOVE NONACCR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
           END-EVALUATE

           IF  WS-NAC-ON-FILE = 'Y'
               AND NAC-STATUS-NONACCRUAL
               MOVE 'Y' TO WS-NONACCRUAL
               GO TO 1180-CHECK-NONACCRUAL-EXIT
           END-IF
           IF  WS-NAC-ON-FILE = 'Y'
               AND NAC-STATUS-PENDING
               PERFORM 1190-REVERSE-UNPAID-INTEREST
               SET NAC-STATUS-NONACCRUAL TO TRUE
               PERFORM 1195-REWRITE-NONACCRUAL
               MOVE 'Y' TO WS-NONACCRUAL
               GO TO 1180-CHECK-NONACCRUAL-EXIT
           END-IF

           PERFORM 1185-GET-NONACCRUAL-TRIGGER
           IF  WS-NAC-TRIGGER = SPACE
               OR ACCT-CURR-BAL <= ZERO
               GO TO 1180-CHECK-NONACCRUAL-EXIT
           END-IF

           INITIALIZE NONACCRUAL-RECORD
           MOVE TRANCAT-ACCT-ID   TO NAC-ACCT-ID
           SET NAC-STATUS-NONACCRUAL TO TRUE
           MOVE WS-NAC-TRIGGER    TO NAC-REASON
           MOVE PARM-DATE         TO NAC-ENTRY-DATE
           MOVE WS-BATCH-JOB-NAME TO NAC-ENTRY-USR-ID
           MOVE 0                 TO NAC-CURE-COUNT
           PERFORM 1190-REVERSE-UNPAID-INTEREST
           IF  WS-NAC-ON-FILE = 'Y'
               PERFORM 1195-REWRITE-NONACCRUAL
           ELSE
               MOVE NAC-ACCT-ID TO FD-NAC-ACCT-ID
               WRITE FD-NONACCR-REC FROM NONACCRUAL-RECORD
               IF  NONACCR-STATUS NOT = '00'
                   DISPLAY 'ERROR WRITING NONACCRUAL FILE'
                   MOVE NONACCR-STATUS TO IO-STATUS
                   PERFORM 9910-DISPLAY-IO-STATUS
                   PERFORM 9999-ABEND-PROGRAM
               END-IF
           END-IF
           ADD 1 TO WS-NAC-ENTERED-COUNT
           MOVE 'Y' TO WS-NONACCRUAL.
       1180-CHECK-NONACCRUAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-NAC-TRIGGER to what would place the account in
      * hand on nonaccrual today, in order of precedence:
      * 120+ days past due ('D'), the holder in bankruptcy
      * ('B', WS-BKR-STAY from 1130), a pending or approved
      * settlement offer ('S'); space when none applies.
      *---------------------------------------------------------------*
       1185-GET-NONACCRUAL-TRIGGER.
           MOVE SPACE TO WS-NAC-TRIGGER
           EVALUATE TRUE
               WHEN ACCT-DELINQ-120-PLUS
                   MOVE 'D' TO WS-NAC-TRIGGER
               WHEN WS-BKR-STAY = 'Y'
                   MOVE 'B' TO WS-NAC-TRIGGER
               WHEN WS-SETTLE-AVAILABLE = 'Y'
                   MOVE ACCT-ID TO FD-SETL-ACCT-ID
                   READ SETTLE-FILE INTO SETTLEMENT-OFFER-RECORD
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         IF  SETL-STATUS-LIVE
                             MOVE 'S' TO WS-NAC-TRIGGER
                         END-IF
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           EXIT.
      *---------------------------------------------------------------*
      * Reverses the account's interest billed but not yet
      * paid: the interest billed over the lookback (the
      * pre-pass WS-NAI-TABLE) less the payments received over
      * it, floored at zero and capped at the balance. The
      * reversal posts as a type 07 / category 0012 credit and
      * comes off the balance now; the amount and date go on
      * the nonaccrual row.
      *---------------------------------------------------------------*
       1190-REVERSE-UNPAID-INTEREST.
           MOVE 0 TO WS-NAC-REVERSAL-AMT
           IF  WS-NAI-ENTRIES-USED > 0
               SET WS-NAI-IDX TO 1
               SEARCH WS-NAI-ENTRY
                  AT END
                     CONTINUE
                  WHEN WS-NAI-ACCT-ID (WS-NAI-IDX) = ACCT-ID
                     COMPUTE WS-NAC-REVERSAL-AMT =
                        WS-NAI-INT-BILLED (WS-NAI-IDX)
                        - WS-NAI-PAYMENTS (WS-NAI-IDX)
               END-SEARCH
           END-IF
           IF  WS-NAC-REVERSAL-AMT < ZERO
               MOVE 0 TO WS-NAC-REVERSAL-AMT
           END-IF
           IF  WS-NAC-REVERSAL-AMT > ACCT-CURR-BAL
               MOVE ACCT-CURR-BAL TO WS-NAC-REVERSAL-AMT
           END-IF
           IF  WS-NAC-REVERSAL-AMT > ZERO
               PERFORM 1190-B-WRITE-REVERSAL-TX
               SUBTRACT WS-NAC-REVERSAL-AMT FROM ACCT-CURR-BAL
               ADD WS-NAC-REVERSAL-AMT TO WS-NAC-REVERSED-TOTAL
           END-IF
           MOVE WS-NAC-REVERSAL-AMT TO NAC-INT-REVERSED
           MOVE PARM-DATE           TO NAC-REVERSAL-DATE
           EXIT.
      *---------------------------------------------------------------*
      * Builds and writes the system-generated interest
      * reversal transaction record to TRANSACT-FILE, mirroring
      * 1400-B-WRITE-FEE-TX. Sets type 07 (adjustment),
      * category 12 (its own GLMAP row: debit interest income,
      * credit the receivable), a negative amount, source
      * System. Abends on write failure.
      *---------------------------------------------------------------*
       1190-B-WRITE-REVERSAL-TX.
           PERFORM 1880-NEXT-TRANID-SUFFIX

           STRING PARM-DATE,
                  WS-TRANID-SUFFIX
             DELIMITED BY SIZE
             INTO TRAN-ID
           END-STRING.

           MOVE '07'                 TO TRAN-TYPE-CD
           MOVE 12                   TO TRAN-CAT-CD
           MOVE 'System'             TO TRAN-SOURCE
           STRING 'Int. reversal a/c ' ,
                  ACCT-ID
                  DELIMITED BY SIZE
            INTO TRAN-DESC
           END-STRING
           COMPUTE TRAN-AMT = WS-NAC-REVERSAL-AMT * -1
           MOVE 0                    TO TRAN-MERCHANT-ID
           MOVE SPACES               TO TRAN-MERCHANT-NAME
           MOVE SPACES               TO TRAN-MERCHANT-CITY
           MOVE SPACES               TO TRAN-MERCHANT-ZIP
           MOVE WS-CARD-TOKEN        TO TRAN-CARD-NUM
           PERFORM Z-GET-DB2-FORMAT-TIMESTAMP
           MOVE DB2-FORMAT-TS        TO TRAN-ORIG-TS
           MOVE DB2-FORMAT-TS        TO TRAN-PROC-TS
           MOVE 'N'                  TO TRAN-CARD-PRESENT
           MOVE ACCT-CURRENCY-CD     TO TRAN-CURRENCY-CD

           WRITE FD-TRANFILE-REC FROM TRAN-RECORD
           IF  TRANFILE-STATUS   = '00'
               MOVE 0 TO APPL-RESULT
           ELSE
               MOVE 12 TO APPL-RESULT
           END-IF

           IF  APPL-AOK
               PERFORM 1890-COUNT-TRAN-OUT
           ELSE
               DISPLAY 'ERROR WRITING TRANSACTION RECORD'
               MOVE TRANFILE-STATUS   TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Rewrites the account's nonaccrual row from
      * NONACCRUAL-RECORD. Abends on failure.
      *---------------------------------------------------------------*
       1195-REWRITE-NONACCRUAL.
           MOVE NAC-ACCT-ID TO FD-NAC-ACCT-ID
           REWRITE FD-NONACCR-REC FROM NONACCRUAL-RECORD
           IF  NONACCR-STATUS NOT = '00'
               DISPLAY 'ERROR RE-WRITING NONACCRUAL FILE'
               MOVE NONACCR-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*         
      * Looks up disclosure group record by composite key
      * (ACCT-GROUP-ID + TRAN-TYPE-CD + TRAN-CAT-CD).
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Pricing test lookup for the account just fetched at the
      * control break: an account in the challenger cell of a
      * test ACTIVE on the run date, and still in the product
      * under test, is priced on the test's alternate terms
      * this cycle. The late fee is settled here, over the
      * product's fee from 1150; the rate is settled per
      * category by 1210. The champion cell, and an account in
      * no test, keep the product's own terms.
       1175-GET-TEST-CELL.
           MOVE 'N' TO WS-CHALLENGER
           IF  WS-PRCTEST-AVAILABLE = 'Y'
               MOVE TRANCAT-ACCT-ID TO FD-PCA-ACCT-ID
               READ PCTASGN-FILE INTO PRICING-CELL-RECORD
                  INVALID KEY
                     CONTINUE
               END-READ
               IF  PCTASGN-STATUS = '00'
                   AND PCA-CELL-CHALLENGER
                   AND PCA-GROUP-ID = ACCT-GROUP-ID
                   MOVE PCA-TEST-ID TO FD-PCT-TEST-ID
                   READ PRCTEST-FILE INTO PRICING-TEST-RECORD
                      INVALID KEY
                         CONTINUE
                   END-READ
                   IF  PRCTEST-STATUS = '00'
                       AND PCT-STATUS-ACTIVE
                       AND PCA-START-DATE NOT > PARM-DATE
                       AND (PCT-END-DATE = SPACES
                            OR PCT-END-DATE NOT < PARM-DATE)
                       MOVE 'Y' TO WS-CHALLENGER
                       ADD 1 TO WS-CHALLENGER-COUNT
                       IF  PCT-ALT-LATE-FEE-APPLIES
                           MOVE PCT-ALT-LATE-FEE TO WS-LATE-FEE-AMT
                       END-IF
                   END-IF
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Grace-period evaluation for the account just fetched at
      * the control break: the cycle's purchase interest is
      * waived when the prior statement balance was zero or
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Challenger rate for the current category (1175 found
      * the account in a challenger cell): the test's rate
      * replaces the rate 1200-C selected, or is added to it
      * as a signed delta that cannot take it below zero. A
      * test limited to one transaction type leaves the other
      * types on the champion rate.
       1210-APPLY-CHALLENGER-RATE.
           IF  PCT-ALT-TYPE-CD = SPACES
               OR PCT-ALT-TYPE-CD = TRANCAT-TYPE-CD
               EVALUATE TRUE
                   WHEN PCT-ALT-RATE-ABSOLUTE
                       MOVE PCT-ALT-INT-RATE TO WS-EFFECTIVE-INT-RATE
                   WHEN PCT-ALT-RATE-DELTA
                       ADD PCT-ALT-INT-RATE TO WS-EFFECTIVE-INT-RATE
                       IF  WS-EFFECTIVE-INT-RATE < ZERO
                           MOVE ZERO TO WS-EFFECTIVE-INT-RATE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Calculates monthly interest for current category on its
      * average daily balance:
      *   WS-MONTHLY-INT = (WS-ADB * WS-EFFECTIVE-INT-RATE)
              MOVE ZERO TO WS-ADB
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Writes the balance's INTCALC row once its interest has
      * been decided: the APR in force, the balance subject to
      * interest (the ADB 1300 charged on; zero when nothing
      * was charged) and the interest charged, with the basis
      * -- charged, grace, installment plan segment (which
      * never draws revolving interest, so shows no APR), or
      * none accruing. Also accumulates the account row's
      * balance-weighted APR and its highest penalty rate, the
      * SCRA cap holding that rate down as it holds the rate
      * charged.
      *---------------------------------------------------------------*
       1310-RECORD-INTEREST-CALC.
           MOVE SPACES                TO INT-CHARGE-CALC-RECORD
           MOVE TRANCAT-ACCT-ID       TO ICC-ACCT-ID
           MOVE PARM-DATE             TO ICC-CYCLE-DATE
           MOVE TRANCAT-TYPE-CD       TO ICC-TYPE-CD
           MOVE TRANCAT-CD            TO ICC-CAT-CD
           MOVE WS-EFFECTIVE-INT-RATE TO ICC-APR
           MOVE WS-ADB                TO ICC-BAL-SUBJECT
           MOVE WS-MONTHLY-INT        TO ICC-INT-CHARGED
           EVALUATE TRUE
               WHEN TRANCAT-TYPE-CD = '11'
                   SET ICC-BASIS-PLAN TO TRUE
                   MOVE 0 TO ICC-APR
               WHEN WS-EFFECTIVE-INT-RATE = 0
                 OR WS-ACCT-CHARGED-OFF = 'Y'
                 OR WS-ACCT-DECEASED = 'Y'
                 OR WS-NONACCRUAL = 'Y'
                   SET ICC-BASIS-NONE TO TRUE
               WHEN WS-GRACE-WAIVED = 'Y'
                 AND TRANCAT-TYPE-CD = '01'
                   SET ICC-BASIS-GRACE TO TRUE
               WHEN OTHER
                   SET ICC-BASIS-CHARGED TO TRUE
           END-EVALUATE
      * A purchase balance in grace still weighs in at its APR:
      * paying only the minimum gives the grace up
           IF  TRAN-CAT-BAL > ZERO
               ADD TRAN-CAT-BAL TO WS-ICC-BAL-WEIGHT
               IF  ICC-BASIS-CHARGED OR ICC-BASIS-GRACE
                   COMPUTE WS-ICC-RATE-WEIGHT =
                       WS-ICC-RATE-WEIGHT + (TRAN-CAT-BAL * ICC-APR)
               END-IF
           END-IF
           IF  DIS-PENALTY-INT-RATE NUMERIC
               AND DIS-PENALTY-INT-RATE > WS-ICC-PENALTY-APR
               MOVE DIS-PENALTY-INT-RATE TO WS-ICC-PENALTY-APR
               IF  WS-SCRA-ACTIVE = 'Y'
                   AND WS-ICC-PENALTY-APR > WS-SCRA-RATE-CAP
                   MOVE WS-SCRA-RATE-CAP TO WS-ICC-PENALTY-APR
               END-IF
           END-IF
           PERFORM 1068-PUT-INTCALC-REC
           EXIT.
                                                                                
      *---------------------------------------------------------------*         
      * Builds and writes a system-generated interest
      * source System, and stamps current DB2-format
      * timestamps. Abends on write failure.
       1300-B-WRITE-TX.                                                         
           PERFORM 1880-NEXT-TRANID-SUFFIX
                                                                                
           STRING PARM-DATE,                                                    
                  WS-TRANID-SUFFIX                                              
           END-IF

           IF  APPL-AOK
               PERFORM 1890-COUNT-TRAN-OUT
           ELSE
               DISPLAY 'ERROR WRITING TRANSACTION RECORD'
               MOVE TRANFILE-STATUS   TO IO-STATUS
      * current DB2-format timestamps. Abends on write
      * failure.
       1400-B-WRITE-FEE-TX.
           PERFORM 1880-NEXT-TRANID-SUFFIX

           STRING PARM-DATE,
                  WS-TRANID-SUFFIX
           END-IF

           IF  APPL-AOK
               PERFORM 1890-COUNT-TRAN-OUT
           ELSE
               DISPLAY 'ERROR WRITING TRANSACTION RECORD'
               MOVE TRANFILE-STATUS   TO IO-STATUS
      * 0004/0005 are the NSF reversal and fee), source System.
      * Abends on write failure.
       1460-B-WRITE-PREMIUM-TX.
           PERFORM 1880-NEXT-TRANID-SUFFIX

           STRING PARM-DATE,
                  WS-TRANID-SUFFIX
           END-IF

           IF  APPL-AOK
               PERFORM 1890-COUNT-TRAN-OUT
           ELSE
               DISPLAY 'ERROR WRITING TRANSACTION RECORD'
               MOVE TRANFILE-STATUS   TO IO-STATUS
      * fee's category 01), source System, and stamps current
      * DB2-format timestamps. Abends on write failure.
       1450-B-WRITE-LATE-FEE-TX.
           PERFORM 1880-NEXT-TRANID-SUFFIX

           STRING PARM-DATE,
                  WS-TRANID-SUFFIX
           END-IF

           IF  APPL-AOK
               PERFORM 1890-COUNT-TRAN-OUT
           ELSE
               DISPLAY 'ERROR WRITING TRANSACTION RECORD'
               MOVE TRANFILE-STATUS   TO IO-STATUS
                 CONTINUE
           END-READ

      * A partition builds its tables from its own accounts'
      * transactions only
           IF  XREFFILE-STATUS = '00'
               MOVE XREF-ACCT-ID TO WS-PART-TEST-ACCT
               PERFORM 1690-CHECK-PART-MEMBER
           ELSE
               MOVE 'N' TO WS-PART-MEMBER
           END-IF

           IF  WS-PART-MEMBER = 'Y'
               PERFORM 1630-ADD-AGING-ENTRY
      * A payment reduced the categories the posting run
      * allocated it to -- fold its recorded pieces there, so
                   PERFORM 1640-ADD-ADB-ENTRY
                      THRU 1640-ADD-ADB-ENTRY-EXIT
               END-IF
               PERFORM 1670-ADD-NONACCRUAL-ENTRY
                  THRU 1670-ADD-NONACCRUAL-ENTRY-EXIT
           END-IF

           PERFORM 1610-TRANFILE-IN-GET-NEXT
       1660-ADD-GRACE-PAY-ENTRY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Folds the current transaction into the nonaccrual
      * interest table when it is interest billed (type 01
      * category 0005), an earlier nonaccrual reversal (type 07
      * category 0012, negative) or a payment credit, and falls
      * within the lookback. Only kept when the nonaccrual file
      * is in use.
      *---------------------------------------------------------------*
       1670-ADD-NONACCRUAL-ENTRY.
           IF  WS-NONACCR-AVAILABLE NOT = 'Y'
               GO TO 1670-ADD-NONACCRUAL-ENTRY-EXIT
           END-IF
           EVALUATE TRUE
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '01'
                    AND TRAN-CAT-CD OF TRAN-RECORD = 5
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '07'
                    AND TRAN-CAT-CD OF TRAN-RECORD = 12
                   MOVE TRAN-AMT OF TRAN-RECORD TO WS-NAC-INT-AMT
                   MOVE 0                       TO WS-NAC-PAY-AMT
               WHEN TRAN-TYPE-CD OF TRAN-RECORD = '02'
                    AND TRAN-AMT OF TRAN-RECORD < ZERO
                   MOVE 0                       TO WS-NAC-INT-AMT
                   COMPUTE WS-NAC-PAY-AMT =
                      TRAN-AMT OF TRAN-RECORD * -1
               WHEN OTHER
                   GO TO 1670-ADD-NONACCRUAL-ENTRY-EXIT
           END-EVALUATE
           MOVE TRAN-ORIG-TS OF TRAN-RECORD (1:10)
                                       TO WS-DATE-YMD-X10
           PERFORM Z-CONVERT-DATE-TO-YYYYMMDD
           COMPUTE WS-TRAN-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-YMD-9)
           COMPUTE WS-DAYS-HELD =
              WS-RUN-DATE-INT - WS-TRAN-DATE-INT
           IF  WS-DAYS-HELD < 0
               OR WS-DAYS-HELD >= WS-NAC-LOOKBACK-DAYS
               GO TO 1670-ADD-NONACCRUAL-ENTRY-EXIT
           END-IF

           SET WS-NAI-IDX TO 1
           SEARCH WS-NAI-ENTRY
              AT END
                 IF WS-NAI-ENTRIES-USED < 1000
                     ADD 1 TO WS-NAI-ENTRIES-USED
                     SET WS-NAI-IDX TO WS-NAI-ENTRIES-USED
                     MOVE XREF-ACCT-ID   TO WS-NAI-ACCT-ID (WS-NAI-IDX)
                     MOVE WS-NAC-INT-AMT
                                       TO WS-NAI-INT-BILLED (WS-NAI-IDX)
                     MOVE WS-NAC-PAY-AMT
                                       TO WS-NAI-PAYMENTS (WS-NAI-IDX)
                 END-IF
              WHEN WS-NAI-ACCT-ID (WS-NAI-IDX) = XREF-ACCT-ID
                 ADD WS-NAC-INT-AMT  TO WS-NAI-INT-BILLED (WS-NAI-IDX)
                 ADD WS-NAC-PAY-AMT  TO WS-NAI-PAYMENTS (WS-NAI-IDX)
           END-SEARCH.
       1670-ADD-NONACCRUAL-ENTRY-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sets WS-PART-MEMBER for the account in WS-PART-TEST-ACCT:
      * always 'Y' in a single-stream run; in a partitioned run
      * 'Y' only for this partition's accounts, by CBSPL01C's
      * rule (account modulo the partition count, plus one).
      *---------------------------------------------------------------*
       1690-CHECK-PART-MEMBER.
           IF  WS-PARTITIONED = 'N'
               MOVE 'Y' TO WS-PART-MEMBER
           ELSE
               DIVIDE WS-PART-TEST-ACCT BY WS-PART-COUNT
                  GIVING WS-PART-QUOTIENT
                  REMAINDER WS-PART-REMAINDER
               IF  WS-PART-REMAINDER + 1 = WS-PART-NUM
                   MOVE 'Y' TO WS-PART-MEMBER
               ELSE
                   MOVE 'N' TO WS-PART-MEMBER
               END-IF
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Advances WS-TRANID-SUFFIX for the next generated
      * transaction. A partition owns suffixes n00001-n99999
      * only; running past them would collide with the next
      * partition's IDs, so the run abends instead.
      *---------------------------------------------------------------*
       1880-NEXT-TRANID-SUFFIX.
           IF  WS-PARTITIONED = 'Y'
               AND WS-TRANID-SUFFIX >= WS-TRANID-CEILING
               DISPLAY 'PARTITION ' WS-PART-NUM
                       ' HAS USED ALL ITS TRAN-ID SUFFIXES - '
                       'RUN WITH MORE PARTITIONS'
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           ADD 1 TO WS-TRANID-SUFFIX
           EXIT.
      *---------------------------------------------------------------*
      * Counts a generated transaction just written into the
      * run's control totals (record count and amount).
      *---------------------------------------------------------------*
       1890-COUNT-TRAN-OUT.
           ADD 1        TO WS-OUT-TRAN-COUNT
           ADD TRAN-AMT TO WS-OUT-TRAN-AMT
           EXIT.
      *---------------------------------------------------------------*
      * Closes TCATBAL-FILE. Abends on non-zero status.
       9000-TCATBALF-CLOSE.                                                     
           MOVE 8 TO  APPL-RESULT.                                              
               CLOSE CUSTDAT-FILE
           END-IF
           EXIT.
       9586-INSTPLAN-CLOSE.
           IF  WS-INSTPLAN-AVAILABLE = 'Y'
               CLOSE INSTPLAN-FILE
           END-IF
           EXIT.
       9588-NONACCR-CLOSE.
           IF  WS-NONACCR-AVAILABLE = 'Y'
               CLOSE NONACCR-FILE
           END-IF
           EXIT.
       9589-SETTLE-CLOSE.
           IF  WS-SETTLE-AVAILABLE = 'Y'
               CLOSE SETTLE-FILE
           END-IF
           EXIT.
       9590-PRCTEST-CLOSE.
           IF  WS-PRCTEST-AVAILABLE = 'Y'
               CLOSE PCTASGN-FILE
               CLOSE PRCTEST-FILE
           END-IF
           EXIT.
       9592-INTCALC-CLOSE.
           IF  WS-INTCALC-AVAILABLE = 'Y'
               CLOSE INTCALC-FILE
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * Closes the product catalog.
       9570-PRODCAT-CLOSE.
           EXIT.

      *---------------------------------------------------------------*
      * Partitioned runs: saves the in-progress checkpoint after
      * an account close, so a restart resumes after it.
      *---------------------------------------------------------------*
       8000-WRITE-CHECKPOINT.
           MOVE ACCT-ID TO WS-RESTART-ACCT-ID
           PERFORM 8040-BUILD-CHECKPOINT
           SET ICK-IN-PROGRESS TO TRUE
           PERFORM 8050-CHECKPOINT-REC-WRITE
           EXIT.
      *---------------------------------------------------------------*
      * Partitioned runs: marks the checkpoint complete at end
      * of run with the partition's share of TCATBALF (records
      * processed now plus any passed over on a restart).
      *---------------------------------------------------------------*
       8010-WRITE-CHECKPOINT-COMPLETE.
           PERFORM 8040-BUILD-CHECKPOINT
           SET ICK-COMPLETE TO TRUE
           COMPUTE ICK-TCATBAL-COUNT =
                   WS-RECORD-COUNT + WS-RESTART-SKIP-COUNT
           PERFORM 8050-CHECKPOINT-REC-WRITE
           DISPLAY 'PARTITION ' WS-PART-NUM ' COMPLETE: '
                   ICK-TCATBAL-COUNT ' BALANCES, '
                   ICK-ACCT-COUNT ' ACCOUNTS'
           EXIT.
      *---------------------------------------------------------------*
      * Fills the checkpoint record with the run's position and
      * control totals so far.
      *---------------------------------------------------------------*
       8040-BUILD-CHECKPOINT.
           MOVE SPACES               TO INT-CHECKPOINT-RECORD
           MOVE PARM-PARTITION       TO ICK-PARTITION
           MOVE PARM-PART-COUNT      TO ICK-PART-COUNT
           MOVE PARM-DATE            TO ICK-RUN-DATE
           MOVE WS-RESTART-ACCT-ID   TO ICK-LAST-ACCT-ID
           MOVE WS-TRANID-SUFFIX     TO ICK-TRANID-SUFFIX
           MOVE 0                    TO ICK-TCATBAL-COUNT
           MOVE WS-ACCT-CLOSED-COUNT TO ICK-ACCT-COUNT
           MOVE WS-OUT-TRAN-COUNT    TO ICK-TRAN-COUNT
           MOVE WS-OUT-TRAN-AMT      TO ICK-TRAN-AMT
           MOVE WS-OUT-CWQ-COUNT     TO ICK-CWQ-COUNT
           MOVE WS-OUT-LTQ-COUNT     TO ICK-LTQ-COUNT
           EXIT.
      *---------------------------------------------------------------*
      * Replaces the INTCKPT record. A checkpoint that cannot be
      * written leaves no safe restart point, so it abends.
      *---------------------------------------------------------------*
       8050-CHECKPOINT-REC-WRITE.
           OPEN OUTPUT INTCKPT-FILE
           IF  INTCKPT-STATUS = '00'
               WRITE FD-INTCKPT-REC FROM INT-CHECKPOINT-RECORD
           END-IF
           IF  INTCKPT-STATUS NOT = '00'
               DISPLAY 'ERROR WRITING CHECKPOINT FILE'
               MOVE INTCKPT-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           CLOSE INTCKPT-FILE
           EXIT.
      *---------------------------------------------------------------*
      * Closes a partitioned run's queue and letter extents.
      *---------------------------------------------------------------*
       9555-COLLWQX-CLOSE.
           CLOSE COLLWQX-FILE
           IF  COLLWQX-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING COLLECTIONS QUEUE EXTENT'
               MOVE COLLWQX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
       9594-LETTERX-CLOSE.
           CLOSE LETTERX-FILE
           IF  LETTERX-STATUS NOT = '00'
               DISPLAY 'ERROR CLOSING LETTER QUEUE EXTENT'
               MOVE LETTERX-STATUS TO IO-STATUS
               PERFORM 9910-DISPLAY-IO-STATUS
               PERFORM 9999-ABEND-PROGRAM
           END-IF
           EXIT.
      *---------------------------------------------------------------*
      * BATCHSTS pipeline status bookkeeping. A failure writing
      * this dashboard record is logged but does not abend the
      * job -- the interest posting itself processed successfully.
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
