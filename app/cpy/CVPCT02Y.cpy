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
      * Record Layout Copybook: Pricing test cell assignment
      * record (80 bytes)
      * Defines the record structure for the PCTASGN VSAM KSDS
      * dataset -- the test cell an account was placed in,
      * written once by the CBPCT01C assignment batch and never
      * moved: an account stays in its cell for the life of the
      * test, and an account in one test is not placed in
      * another until the assignment is removed.
      *
      * Primary key: PCA-ACCT-ID (11 bytes).
      *
      * The cell is reproducible: PCA-BUCKET is worked from the
      * account number and the test's PCT-SEED (CVPCT01Y.cpy),
      * so rebuilding the file from scratch places every
      * account exactly where it was. The product and balance
      * on the start date are kept for the comparison report:
      * an account that has since left the product is no
      * longer priced as a challenger, but still reports in the
      * cell it started in.
      *
      * Consuming Programs:
      *   CBPCT01C  - Pricing test cell assignment (writes it)
      *   CBACT04C  - challenger rate and late fee
      *   CBPCT02C  - Monthly champion/challenger comparison
      *               report
      *
      * Cross-References:
      *   CVPCT01Y.cpy - the test and its alternate terms
      *   CVACT01Y.cpy - ACCT-GROUP-ID, ACCT-CURR-BAL
      *
       01  PRICING-CELL-RECORD.
      * --- Account number, primary key (bytes 1-11) ---
           05  PCA-ACCT-ID                       PIC 9(11).
      * --- The test, PCT-TEST-ID (bytes 12-19) ---
           05  PCA-TEST-ID                       PIC X(08).
      * --- The cell and the bucket it came from
      *     (bytes 20-22) ---
           05  PCA-CELL                          PIC X(01).
               88  PCA-CELL-CHAMPION             VALUE 'C'.
               88  PCA-CELL-CHALLENGER           VALUE 'H'.
           05  PCA-BUCKET                        PIC 9(02).
      * --- Product on the start date, ACCT-GROUP-ID
      *     (bytes 23-32) ---
           05  PCA-GROUP-ID                      PIC X(10).
      * --- Date the account entered the cell, YYYY-MM-DD
      *     (bytes 33-42) ---
           05  PCA-START-DATE                    PIC X(10).
      * --- Current balance on the start date (bytes 43-54) ---
           05  PCA-START-BAL                     PIC S9(10)V99.
      * --- Reserved space (bytes 55-80) ---
           05  FILLER                            PIC X(26).
