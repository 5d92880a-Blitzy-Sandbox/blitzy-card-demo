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
      * Record Layout Copybook: Annual membership fee record
      * (100 bytes)
      * Defines the record structure for the ANNFEE VSAM KSDS
      * dataset -- one record per account anniversary on which
      * CBANF01C assessed (or waived) the product's annual fee.
      * The record is the rerun guard (an anniversary already
      * on file is never billed twice), the source of the
      * closure refund, and the run report's refund section.
      *
      * Composite primary key (21 bytes):
      *   ANF-ACCT-ID (11) + ANF-ASSESS-DATE (10, YYYY-MM-DD
      *   business date of the anniversary run).
      *
      * Status lifecycle:
      *   'A' - assessed: the fee was staged onto DALYTRAN under
      *         ANF-TRAN-ID (type 07 category 0007)
      *   'W' - waived: first anniversary on a product carrying
      *         the first-year waiver; nothing billed
      *   'R' - refunded: the account was closed through
      *         COCLS00C within 30 days of assessment and the
      *         unused share of the year was credited back
      *         (ANF-REFUND-AMT under ANF-REFUND-TRAN-ID)
      *
      * Consuming Programs:
      *   CBANF01C  - Annual fee assessment (writes 'A'/'W'
      *               records; reports each refund once)
      *   COCLS00C  - Account closure screen (pro-rated refund,
      *               rewrites the record to 'R')
      *
      * Cross-References:
      *   CVPRD01Y.cpy - PRD-ANNUAL-FEE, PRD-ANNFEE-WAIVE-FLAG
      *   CVTRA06Y.cpy - the ANNUALFEE staging source
      *
       01  ANNUAL-FEE-RECORD.
      * --- Composite key (bytes 1-21) ---
           05  ANF-KEY.
               10  ANF-ACCT-ID                   PIC 9(11).
               10  ANF-ASSESS-DATE               PIC X(10).
      * --- Product group the fee was priced from (bytes 22-31) ---
           05  ANF-GROUP-ID                      PIC X(10).
      * --- Disposition (byte 32) ---
           05  ANF-STATUS                        PIC X(01).
               88  ANF-STATUS-ASSESSED           VALUE 'A'.
               88  ANF-STATUS-WAIVED             VALUE 'W'.
               88  ANF-STATUS-REFUNDED           VALUE 'R'.
      * --- Fee billed, positive dollars; zero when waived
      *     (bytes 33-41) ---
           05  ANF-FEE-AMT                       PIC S9(07)V99.
      * --- Generated fee transaction ID (bytes 42-57) ---
           05  ANF-TRAN-ID                       PIC X(16).
      * --- Closure refund: amount, date, and the generated
      *     credit's transaction ID (bytes 58-92) ---
           05  ANF-REFUND-AMT                    PIC S9(07)V99.
           05  ANF-REFUND-DATE                   PIC X(10).
           05  ANF-REFUND-TRAN-ID                PIC X(16).
      * --- Set to 'Y' once CBANF01C has listed the refund on
      *     its run report (byte 93) ---
           05  ANF-REFUND-REPORTED               PIC X(01).
               88  ANF-REFUND-WAS-REPORTED       VALUE 'Y'.
      * --- Reserved space (bytes 94-100) ---
           05  FILLER                            PIC X(07).
