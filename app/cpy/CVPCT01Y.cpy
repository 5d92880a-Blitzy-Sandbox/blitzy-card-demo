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
      * Record Layout Copybook: Pricing test record (150 bytes)
      * Defines the record structure for the PRCTEST VSAM KSDS
      * dataset -- one row per champion/challenger pricing
      * test: the product it runs in, the share of accounts
      * held out as the challenger cell, and the alternate
      * terms that cell is priced on. Everything not named
      * here is the champion -- the product's own DISCGRP
      * rates and PRODCAT fees. Pricing maintains the rows
      * with the rest of the reference data.
      *
      * Primary key: PCT-TEST-ID (8 bytes).
      *
      * Lifecycle:
      *   DRAFT  - being set up; nobody is assigned.
      *   ACTIVE - CBPCT01C assigns each open account in the
      *            product, on its first run on or after
      *            PCT-START-DATE, to a cell (CVPCT02Y.cpy) and
      *            CBACT04C prices the challenger cell on the
      *            alternate terms through PCT-END-DATE (spaces
      *            run open-ended).
      *   ENDED  - the decision is made; every account is back
      *            on champion terms. The assignments are kept
      *            so the comparison report can still be run.
      *
      * The split: an account's cell comes from a bucket 00-99
      * worked from its account number and PCT-SEED; buckets
      * below PCT-CHALLENGER-PCT are the challenger cell. The
      * same account, test and seed always land in the same
      * cell, so a rerun reassigns nobody differently and a
      * second test in the product splits independently of
      * the first by using another seed.
      *
      * Alternate terms (the challenger cell only):
      *   rate     - PCT-ALT-RATE-METHOD 'A' replaces the
      *              disclosure rate with PCT-ALT-INT-RATE; 'D'
      *              adds it to the disclosure rate (a signed
      *              delta, floored at zero). PCT-ALT-TYPE-CD
      *              limits it to one transaction type; spaces
      *              apply it to every type. Spaces in the method
      *              leave the rate on champion terms.
      *   late fee - PCT-ALT-LATE-FEE-FLAG 'Y' charges
      *              PCT-ALT-LATE-FEE in place of the product's
      *              late fee (zero waives it).
      *   Penalty pricing, a hardship plan and the SCRA cap
      *   still take precedence, as they do over champion
      *   terms.
      *
      * Consuming Programs:
      *   CBPCT01C  - Pricing test cell assignment
      *   CBACT04C  - challenger rate and late fee
      *   CBPCT02C  - Monthly champion/challenger comparison
      *               report
      *
      * Cross-References:
      *   CVPCT02Y.cpy - the per-account cell assignments
      *   CVTRA02Y.cpy - DIS-INT-RATE, the champion rate
      *   CVPRD01Y.cpy - PRD-LATE-FEE, the champion late fee
      *
       01  PRICING-TEST-RECORD.
      * --- Test ID, primary key (bytes 1-8) ---
           05  PCT-TEST-ID                       PIC X(08).
      * --- Test name (bytes 9-38) ---
           05  PCT-TEST-NAME                     PIC X(30).
      * --- Lifecycle status (byte 39) ---
           05  PCT-STATUS                        PIC X(01).
               88  PCT-STATUS-DRAFT              VALUE 'D'.
               88  PCT-STATUS-ACTIVE             VALUE 'A'.
               88  PCT-STATUS-ENDED              VALUE 'E'.
      * --- The product under test, ACCT-GROUP-ID
      *     (bytes 40-49) ---
           05  PCT-GROUP-ID                      PIC X(10).
      * --- Challenger share, whole percent 01-99, and the
      *     seed that salts the split (bytes 50-57) ---
           05  PCT-CHALLENGER-PCT                PIC 9(03).
           05  PCT-SEED                          PIC 9(05).
      * --- Test window, YYYY-MM-DD (bytes 58-77) ---
           05  PCT-START-DATE                    PIC X(10).
           05  PCT-END-DATE                      PIC X(10).
      * --- Alternate rate (bytes 78-86) ---
           05  PCT-ALT-RATE-METHOD               PIC X(01).
               88  PCT-ALT-RATE-ABSOLUTE         VALUE 'A'.
               88  PCT-ALT-RATE-DELTA            VALUE 'D'.
               88  PCT-ALT-RATE-NONE             VALUE SPACES.
           05  PCT-ALT-TYPE-CD                   PIC X(02).
           05  PCT-ALT-INT-RATE                  PIC S9(04)V99.
      * --- Alternate late fee (bytes 87-96) ---
           05  PCT-ALT-LATE-FEE-FLAG             PIC X(01).
               88  PCT-ALT-LATE-FEE-APPLIES      VALUE 'Y'.
               88  PCT-ALT-LATE-FEE-NONE         VALUE 'N' SPACES.
           05  PCT-ALT-LATE-FEE                  PIC S9(07)V99.
      * --- Last change, YYYY-MM-DD, and who made it
      *     (bytes 97-114) ---
           05  PCT-UPDATED-DATE                  PIC X(10).
           05  PCT-UPDATED-BY                    PIC X(08).
      * --- Reserved space (bytes 115-150) ---
           05  FILLER                            PIC X(36).
