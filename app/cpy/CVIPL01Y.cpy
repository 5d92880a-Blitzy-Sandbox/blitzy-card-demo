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
      * Record Layout Copybook: Purchase installment plan record
      * (200 bytes)
      * Defines the record structure for the INSTPLAN VSAM KSDS
      * dataset -- one record per posted purchase the customer
      * has converted into an equal-payment installment plan.
      * Unlike a hardship workout (CVHDP01Y.cpy), which reprices
      * the whole account, a plan carves one purchase out of the
      * revolving balance: at set-up COIPL00C moves the purchase
      * amount out of its TCATBALF category into the account's
      * plan balance segment (type '11' category 0001), which
      * accrues no revolving interest, and charges the one-time
      * plan fee (type '07' category 0009).
      *
      * Composite primary key (27 bytes):
      *   IPL-ACCT-ID (11) + IPL-TRAN-ID (16, the converted
      *   purchase's TRAN-ID) -- an account's plans browse
      *   together, and a purchase can carry only one plan.
      *
      * Billing: at each cycle close CBACT04C bills one
      * installment (IPL-INSTALLMENT-AMT; the final one takes
      * whatever remains) off IPL-UNBILLED-BAL into the cycle's
      * minimum payment due. The revolving minimum is figured
      * on the balance less the plans' unbilled amounts, and
      * the statement (pay-in-full) balance excludes what is
      * still unbilled.
      *
      * Status lifecycle:
      *   'A' - active: one installment bills each cycle
      *   'P' - payoff requested (early payoff through COIPL00C,
      *         or the account's closure through COCLS00C): the
      *         whole unbilled amount bills at the next close
      *   'C' - completed: nothing left to bill
      *
      * Consuming Programs:
      *   COIPL00C  - Plan set-up, early payoff and inquiry
      *               screen (writes and rewrites)
      *   CBACT04C  - Bills installments at cycle close
      *   COCLS00C  - Accelerates open plans at closure
      *
      * Cross-References:
      *   CVTRA05Y.cpy - the converted purchase (IPL-TRAN-ID)
      *   CVTRA01Y.cpy - the 11/0001 plan balance segment
      *   CVPRD01Y.cpy - PRD-IPL-FEE-PCT, the plan fee rate
      *
       01  INSTALLMENT-PLAN-RECORD.
      * --- Composite key (bytes 1-27) ---
           05  IPL-KEY.
               10  IPL-ACCT-ID                   PIC 9(11).
               10  IPL-TRAN-ID                   PIC X(16).
      * --- The revolving category the purchase was moved out
      *     of (bytes 28-33) ---
           05  IPL-ORIG-TYPE-CD                  PIC X(02).
           05  IPL-ORIG-CAT-CD                   PIC 9(04).
      * --- Amount converted and the one-time plan fee charged
      *     on it (bytes 34-53) ---
           05  IPL-PRINCIPAL                     PIC S9(09)V99.
           05  IPL-FEE-AMT                       PIC S9(07)V99.
      * --- Term in months and the equal monthly installment
      *     (bytes 54-67) ---
           05  IPL-TERM-MONTHS                   PIC 9(03).
           05  IPL-INSTALLMENT-AMT               PIC S9(09)V99.
      * --- Billing progress: installments billed, total
      *     billed, and the principal not yet billed
      *     (bytes 68-92) ---
           05  IPL-BILLED-COUNT                  PIC 9(03).
           05  IPL-BILLED-TOTAL                  PIC S9(09)V99.
           05  IPL-UNBILLED-BAL                  PIC S9(09)V99.
      * --- Lifecycle status (byte 93) ---
           05  IPL-STATUS                        PIC X(01).
               88  IPL-STATUS-ACTIVE             VALUE 'A'.
               88  IPL-STATUS-PAYOFF             VALUE 'P'.
               88  IPL-STATUS-COMPLETED          VALUE 'C'.
      * --- Set-up date (YYYY-MM-DD) and operator
      *     (bytes 94-111) ---
           05  IPL-SETUP-DATE                    PIC X(10).
           05  IPL-SETUP-USR-ID                  PIC X(08).
      * --- Last cycle close that billed the plan, YYYY-MM-DD,
      *     and what it billed -- the once-per-cycle guard
      *     (bytes 112-132; spaces/zero until first billed) ---
           05  IPL-LAST-BILL-DATE                PIC X(10).
           05  IPL-LAST-BILL-AMT                 PIC S9(09)V99.
      * --- Payoff request: reason and date (bytes 133-143) ---
           05  IPL-PAYOFF-REASON                 PIC X(01).
               88  IPL-PAYOFF-EARLY              VALUE 'E'.
               88  IPL-PAYOFF-CLOSURE            VALUE 'C'.
           05  IPL-PAYOFF-DATE                   PIC X(10).
      * --- The set-up postings: the plan-segment debit and the
      *     plan fee (bytes 144-175) ---
           05  IPL-PLAN-TRAN-ID                  PIC X(16).
           05  IPL-FEE-TRAN-ID                   PIC X(16).
      * --- Reserved space (bytes 176-200) ---
           05  FILLER                            PIC X(25).
