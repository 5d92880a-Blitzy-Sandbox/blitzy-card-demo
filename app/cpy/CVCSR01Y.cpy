      ******************************************************************
      * Copyright Amazon.com, Inc. or its affiliates.
      * All Rights Reserved.
      *
      * Licensed under the Apache License, Version 2.0 (the "License").
      * You may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *    http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing,
      * software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * Record Layout Copybook: Payment channel cash
      * reconciliation item (120 bytes)
      * Defines the record structure for the CASHREC VSAM KSDS
      * dataset -- one row per payment channel and business
      * date, proving the payments posted through the channel
      * that day against the cash the bank's deposit and ACH
      * settlement file says arrived for it.
      * Primary key: CSR-KEY (18 bytes, position 1) -- channel
      * + business date, YYYY-MM-DD -- so one channel's days
      * browse oldest first.
      *
      * Amounts are signed as cash to the bank account: a
      * payment received is positive, money paid away (a
      * balance transfer disbursed, a payment returned unpaid)
      * is negative, on both the posted and deposited side.
      *
      * Channels (CSR-CHANNEL) and the days the bank takes to
      * settle them, set in CBCSR01C's channel table:
      *   ONLINE   - COBIL00C online payment             1
      *   ACH      - COBIL00C payment from the EFT account 1
      *   AUTOPAY  - CBAPY01C scheduled autopay          1
      *   LOCKBOX  - CBLBX01C mailed checks              0
      *   IVR      - CBIVR02C phone payments             1
      *   BALXFER  - CBBTR01C balance transfer funding   1
      *   RETURNS  - CBNSF01C returned payments          0
      *   OTHER    - any other payment source            1
      *
      * CSR-STATUS, set by every CBCSR01C run on each open
      * item:
      *   'M' - matched: posted and deposited agree within
      *         the tolerance; the item is closed and carries
      *         the date it cleared
      *   'T' - timing: the difference is still within the
      *         channel's settlement days, carried forward
      *   'P' - unmatched posting: more was posted than the
      *         bank has deposited, past the settlement days
      *   'D' - unmatched deposit: the bank deposited more
      *         than was posted, past the settlement days
      * 'P' and 'D' above the tolerance are breaks: the run
      * raises a CRITICAL alert and ends RC 4, and COEOD00C
      * refuses to approve the cycle until a clean rerun.
      *
      * A second kind of row, channel '*DEPFILE', one per run
      * date, records the deposit file that run took (its
      * record count and content hash), so a rerun of the same
      * date with the same file is recognised as a rerun and
      * not refused by the inbound file registry as a resend.
      *
      * Consuming Programs:
      *   CBCSR01C  - Daily payment channel cash reconciliation
      *
      * Cross-References:
      *   CVTRA05Y.cpy - TRAN-SOURCE, the channel of a posting
      *   CVFRG01Y.cpy - FILEREG, feed DEPFILE
      *   CVEOD01Y.cpy - the sign-off the breaks hold
      *
       01  CASH-RECON-RECORD.
      * --- Composite key (bytes 1-18) ---
           05  CSR-KEY.
               10  CSR-CHANNEL                   PIC X(08).
                   88  CSR-DEPFILE-ROW           VALUE '*DEPFILE'.
               10  CSR-BUS-DATE                  PIC X(10).
      * --- Posted and deposited figures (bytes 19-58) ---
           05  CSR-FIGURES.
               10  CSR-POSTED-AMT                PIC S9(11)V99.
               10  CSR-POSTED-COUNT              PIC 9(07).
               10  CSR-DEPOSIT-AMT               PIC S9(11)V99.
               10  CSR-DEPOSIT-COUNT             PIC 9(07).
      * --- The same bytes on a '*DEPFILE' row: the file the
      *     run took ---
           05  CSR-FILE-CONTROL REDEFINES CSR-FIGURES.
               10  CSR-FILE-COUNT                PIC 9(09).
               10  CSR-FILE-HASH                 PIC 9(18).
               10  FILLER                        PIC X(13).
      * --- Reconciliation state (byte 59) ---
           05  CSR-STATUS                        PIC X(01).
               88  CSR-MATCHED                   VALUE 'M'.
               88  CSR-TIMING                    VALUE 'T'.
               88  CSR-UNMATCHED-POSTING         VALUE 'P'.
               88  CSR-UNMATCHED-DEPOSIT         VALUE 'D'.
               88  CSR-OPEN-ITEM                 VALUE 'T' 'P' 'D'.
      * --- Calendar days from the business date to the last
      *     run that looked at the item (bytes 60-64) ---
           05  CSR-AGE-DAYS                      PIC 9(05).
      * --- Last run date, and the date it matched; spaces
      *     while open (bytes 65-84) ---
           05  CSR-LAST-RUN-DATE                 PIC X(10).
           05  CSR-CLEARED-DATE                  PIC X(10).
      * --- The deposits the last run applied, so a rerun of
      *     that date can take them back out first
      *     (bytes 85-114) ---
           05  CSR-LAST-DEP-DATE                 PIC X(10).
           05  CSR-LAST-DEP-AMT                  PIC S9(11)V99.
           05  CSR-LAST-DEP-COUNT                PIC 9(07).
      * --- Reserved space (bytes 115-120) ---
           05  FILLER                            PIC X(06).
