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
      * Record Layout Copybook: Merchant risk history (80 bytes)
      * Defines the record structure for the MERHIST VSAM KSDS
      * dataset -- one row per merchant per month, written by
      * the monthly CBMRK01C run with the month's sales,
      * disputes and confirmed fraud, so later runs can show
      * each merchant's trend against the months before. A
      * rerun for the same month rewrites the row.
      * Primary key: MRH-KEY (15 bytes, position 1) --
      * merchant ID + month, YYYYMM.
      *
      * MRH-DISPUTE-COUNT counts disputes filed in the month
      * (TRAN-DISPUTE-DATE); MRH-CUST-WON-COUNT those of them
      * already resolved for the cardholder when the row was
      * written. MRH-FRAUD-COUNT counts the transaction cases
      * opened in the month (FRD-DATE) that an analyst has
      * CONFIRMED.
      *
      * Consuming Programs:
      *   CBMRK01C  - Merchant dispute-ratio and risk report
      *
      * Cross-References:
      *   CVMER01Y.cpy - MER-ID, MER-STATUS
      *   CVTRA05Y.cpy - TRAN-DISPUTE-STATUS / -DATE
      *   CVFRD01Y.cpy - FRD-STATUS-CONFIRMED
      *
       01  MERCHANT-RISK-HIST-RECORD.
      * --- Composite key (bytes 1-15) ---
           05  MRH-KEY.
               10  MRH-MER-ID                    PIC 9(09).
               10  MRH-MONTH                     PIC 9(06).
      * --- The month's purchases: count (bytes 16-22) and
      *     amount (bytes 23-35) ---
           05  MRH-SALES-COUNT                   PIC 9(07).
           05  MRH-SALES-AMT                     PIC S9(11)V99.
      * --- Disputes filed (bytes 36-40), resolved for the
      *     cardholder (bytes 41-45), confirmed fraud cases
      *     (bytes 46-50) ---
           05  MRH-DISPUTE-COUNT                 PIC 9(05).
           05  MRH-CUST-WON-COUNT                PIC 9(05).
           05  MRH-FRAUD-COUNT                   PIC 9(05).
      * --- Disputes as a percentage of sales (bytes 51-55);
      *     zero when there were no sales ---
           05  MRH-DISPUTE-RATIO                 PIC 9(03)V99.
      * --- MER-STATUS after the run (byte 56), and the run's
      *     business date, YYYY-MM-DD (bytes 57-66) ---
           05  MRH-MER-STATUS                    PIC X(01).
           05  MRH-RUN-DATE                      PIC X(10).
      * --- Reserved space (bytes 67-80) ---
           05  FILLER                            PIC X(14).
