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
      * Record Layout Copybook: Convenience check book issuance
      * (80 bytes)
      * Defines the record structure for the CHECKBK VSAM KSDS
      * dataset -- one record per account that has been issued
      * convenience checks drawn against its ACCT-CREDIT-LIMIT.
      * Books are numbered consecutively for the account: each
      * new book continues from the last check number issued, so
      * every check the account was ever given lies between
      * CHB-FIRST-CHECK-NUM and CHB-LAST-CHECK-NUM. A check
      * number outside that range was never issued and is
      * returned unpaid by the clearing intake.
      *
      * Primary key: CHB-ACCT-ID (11 bytes, position 1).
      *
      * Consuming Programs:
      *   COCHK00C  - Convenience check screen (issues books:
      *               writes and rewrites)
      *   CBCHK01C  - Check clearing intake (range check)
      *
      * Cross-References:
      *   CVACT01Y.cpy - the account the checks draw on
      *   CVCHK02Y.cpy - per-check status (stops, payments,
      *                  returns)
      *
       01  CHECK-BOOK-RECORD.
      * --- Account number, VSAM primary key (bytes 1-11) ---
           05  CHB-ACCT-ID                       PIC 9(11).
      * --- First check number ever issued to the account and
      *     the last check number issued (bytes 12-31) ---
           05  CHB-FIRST-CHECK-NUM               PIC 9(10).
           05  CHB-LAST-CHECK-NUM                PIC 9(10).
      * --- Current book: its first check number and the date
      *     it was issued, YYYY-MM-DD (bytes 32-51) ---
           05  CHB-BOOK-FIRST-NUM                PIC 9(10).
           05  CHB-BOOK-ISSUE-DATE               PIC X(10).
      * --- Books issued to the account to date (bytes 52-54) ---
           05  CHB-BOOKS-ISSUED                  PIC 9(03).
      * --- Who issued the current book, and when
      *     (bytes 55-76) ---
           05  CHB-ISSUED-USR-ID                 PIC X(08).
           05  CHB-ISSUED-TS                     PIC X(14).
      * --- Reserved space (bytes 77-80) ---
           05  FILLER                            PIC X(04).
