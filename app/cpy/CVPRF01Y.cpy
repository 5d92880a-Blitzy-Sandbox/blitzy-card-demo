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
      * Record Layout Copybook: Profitability cost assumption
      * record (80 bytes)
      * Defines the record structure for the PRFASM VSAM KSDS
      * dataset -- finance's cost assumptions for the monthly
      * CBPRF01C profitability batch, one row per product
      * group. Revenue comes off the books; the cost of
      * carrying and servicing an account does not, so it is
      * priced from these rows:
      *   cost of funds = funded balance x PFA-COF-RATE / 12
      *                   (an annual percent of the month-end
      *                   debit balance)
      *   servicing     = PFA-SERVICE-COST per account the
      *                   month (statements, customer service,
      *                   card production, amortized)
      *                 + PFA-TXN-COST per purchase priced
      *                   (network and processing fees)
      * Finance maintains the rows with the rest of the
      * reference data, as it does the CECLASM loss
      * assumptions.
      *
      * Primary key: PFA-ACCT-GROUP-ID (10 bytes), the
      * product -- ACCT-GROUP-ID. A row whose product is all
      * asterisks is the house default: a product with no row
      * of its own takes it.
      *
      * Consuming Programs:
      *   CBPRF01C  - Monthly account and product
      *               profitability batch
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-GROUP-ID, ACCT-CURR-BAL
      *   CVPRF02Y.cpy - the per-account results the
      *                  assumptions are applied in
      *
       01  PROFIT-ASSUMPTION-RECORD.
      * --- Product, primary key (bytes 1-10) ---
           05  PFA-ACCT-GROUP-ID                 PIC X(10).
               88  PFA-GROUP-DEFAULT             VALUE '**********'.
      * --- Cost of funds, annual percent of the funded
      *     balance, e.g. 004.2500 (bytes 11-17) ---
           05  PFA-COF-RATE                      PIC 9(03)V9(04).
      * --- Servicing cost per account per month
      *     (bytes 18-24) ---
           05  PFA-SERVICE-COST                  PIC 9(05)V99.
      * --- Processing cost per purchase (bytes 25-29) ---
           05  PFA-TXN-COST                      PIC 9(01)V9(04).
      * --- Assumption description / source (bytes 30-59) ---
           05  PFA-DESC                          PIC X(30).
      * --- Last change, YYYY-MM-DD, and who made it
      *     (bytes 60-77) ---
           05  PFA-UPDATED-DATE                  PIC X(10).
           05  PFA-UPDATED-BY                    PIC X(08).
      * --- Reserved space (bytes 78-80) ---
           05  FILLER                            PIC X(03).
