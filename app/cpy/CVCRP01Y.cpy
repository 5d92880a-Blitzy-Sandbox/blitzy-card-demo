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
      * Record Layout Copybook: Call report line record
      * (100 bytes)
      * One credit card line of the quarterly regulatory call
      * report, derived by the quarter-end CBCRP01C batch. The
      * same layout serves two datasets:
      *   CALLHST - VSAM KSDS, every line of every quarter run,
      *             read back next quarter for the variance and
      *             the recoveries control total. A rerun of the
      *             quarter deletes and rewrites its rows.
      *   CALLEXT - sequential flat extract of the quarter's
      *             filed lines for the regulatory reporting
      *             tool (the control line is not extracted).
      *
      * Composite primary key (10 bytes):
      *   CRP-QUARTER (7, YYYY-Qn) + CRP-LINE-CD (3)
      *
      * Line codes:
      *   C01 RC-C  6.a   credit card loans outstanding
      *   L01 RC-L  1.b   unused credit card commitments
      *   N01 RC-N  6.a A past due 30-89 days, still accruing
      *   N02 RC-N  6.a B past due 90+ days, still accruing
      *   N03 RC-N  6.a C nonaccrual
      *   B01 RI-B  5.a A charge-offs in the quarter
      *   B02 RI-B  5.a B recoveries in the quarter
      *   K01 RC-K  6.a   quarterly average outstanding
      *   M01 MEMO        consumer cardholder balances
      *   M02 MEMO        employee cardholder balances
      *   M03 MEMO        credit balances (reported as deposits)
      *   Z01 CONTROL     recoveries to date on the recovery
      *                   ledger -- next quarter's recoveries
      *                   are measured from it
      *
      * Consuming Programs:
      *   CBCRP01C  - Quarter-end call report batch
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-DELINQ-STAGE, ACCT-CHARGEOFF-*
      *   CVNAC01Y.cpy - the nonaccrual standing
      *   CVRCV01Y.cpy - charge-offs and recoveries
      *   CVSNP01Y.cpy - the daily balances averaged
      *
       01  CALL-REPORT-LINE-RECORD.
      * --- Composite key (bytes 1-10) ---
           05  CRP-KEY.
               10  CRP-QUARTER                   PIC X(07).
               10  CRP-LINE-CD                   PIC X(03).
                   88  CRP-LINE-CONTROL          VALUE 'Z01'.
      * --- Schedule and item the line is filed under, and its
      *     description (bytes 11-60) ---
           05  CRP-SCHEDULE                      PIC X(08).
           05  CRP-ITEM                          PIC X(06).
           05  CRP-DESC                          PIC X(36).
      * --- Accounts behind the amount (snapshot days for K01)
      *     and the amount itself (bytes 61-84) ---
           05  CRP-ACCT-COUNT                    PIC 9(09).
           05  CRP-AMOUNT                        PIC S9(13)V99.
      * --- Quarter-end business date of the run, YYYY-MM-DD
      *     (bytes 85-94) ---
           05  CRP-RUN-DATE                      PIC X(10).
      * --- Reserved space (bytes 95-100) ---
           05  FILLER                            PIC X(06).
