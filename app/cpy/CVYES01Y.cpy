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
      * Record Layout Copybook: Year-end spending accumulator
      * (80 bytes)
      * Defines the record structure for the YRSPEND VSAM KSDS
      * dataset -- CBYES01C's running totals of one account's
      * activity in the summary year, gathered off TRANSACT and
      * TRANARCH (whose key orders are by transaction and by
      * card, never by account) and read back account by
      * account to compose the year-end spending summary.
      * Primary key: YSP-KEY (25 bytes, position 1) -- summary
      * year + account + kind of total + its code, so one
      * year's rows browse together and a rerun of the year can
      * clear them before it starts again.
      *
      * Kinds of row (YSP-KIND), all for purchases (type '01',
      * less the interest billed under 01/0005) unless noted:
      *   'C' - one per TRANCATG category: type + category
      *   'M' - one per month the purchase posted in, 01-12
      *   'R' - one per merchant (TRAN-MERCHANT-ID), carrying
      *         the merchant's name
      *   'T' - the year's other totals: PAYMENTS (signed as
      *         money received, positive), INTEREST, FEES, and
      *         REWARDS -- on the REWARDS row YSP-AMOUNT holds
      *         the points earned, whole points, not money
      *
      * Consuming Programs:
      *   CBYES01C  - Year-end spending summary (builds and
      *               reads the file)
      *
      * Cross-References:
      *   CVTRA04Y.cpy - TRANCATG, the category descriptions
      *   CVTRA05Y.cpy - the transaction fields totalled here
      *   CVYES02Y.cpy - the summary's print lines
      *
       01  YEAR-SPEND-RECORD.
      * --- Composite key (bytes 1-25) ---
           05  YSP-KEY.
               10  YSP-YEAR                      PIC 9(04).
               10  YSP-ACCT-ID                   PIC 9(11).
               10  YSP-KIND                      PIC X(01).
                   88  YSP-KIND-CATEGORY         VALUE 'C'.
                   88  YSP-KIND-MONTH            VALUE 'M'.
                   88  YSP-KIND-MERCHANT         VALUE 'R'.
                   88  YSP-KIND-TOTAL            VALUE 'T'.
               10  YSP-CODE                      PIC X(09).
                   88  YSP-TOTAL-PAYMENTS        VALUE 'PAYMENTS'.
                   88  YSP-TOTAL-INTEREST        VALUE 'INTEREST'.
                   88  YSP-TOTAL-FEES            VALUE 'FEES'.
                   88  YSP-TOTAL-REWARDS         VALUE 'REWARDS'.
      * The code seen as a category row's type and category
               10  YSP-CAT-CODE REDEFINES YSP-CODE.
                   15  YSP-CAT-TYPE-CD           PIC X(02).
                   15  YSP-CAT-CD                PIC 9(04).
                   15  FILLER                    PIC X(03).
      * ... as a month row's month
               10  YSP-MONTH-CODE REDEFINES YSP-CODE.
                   15  YSP-MONTH                 PIC 9(02).
                   15  FILLER                    PIC X(07).
      * ... as a merchant row's merchant
               10  YSP-MERCHANT-ID REDEFINES YSP-CODE
                                                 PIC 9(09).
      * --- Totals (bytes 26-45) ---
           05  YSP-AMOUNT                        PIC S9(11)V99.
           05  YSP-COUNT                         PIC 9(07).
      * --- Merchant name, on merchant rows (bytes 46-75) ---
           05  YSP-MERCHANT-NAME                 PIC X(30).
      * --- Reserved space (bytes 76-80) ---
           05  FILLER                            PIC X(05).
