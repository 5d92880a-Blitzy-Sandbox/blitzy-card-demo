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
      * Record Layout Copybook: Point-of-purchase at-risk card
      * (100 bytes)
      * Defines the record structure for the CPPRISK VSAM KSDS
      * dataset -- one row per card that used a candidate
      * common point-of-purchase merchant (CPP-MERCHANT-RECORD,
      * CVCPP01Y.cpy) inside its exposure window without yet
      * showing confirmed fraud.
      * Composite primary key (25 bytes): CPR-MERCHANT-ID (9) +
      * CPR-CARD-NUM (16), so one merchant's cards browse
      * together. The card is held as it was posted on
      * TRANSACT -- the vault token ('99'-prefix surrogate)
      * where posting resolved one -- and CBCPP01C resolves it
      * back to the card through the TOKNVLT alternate index
      * when it reissues.
      *
      * CPR-STATUS:
      *   'P' - pending: reissued when the merchant is approved
      *   'R' - reissued by CBCPP01C on CPR-STATUS-DATE
      *   'S' - skipped at reissue, CPR-SKIP-REASON saying why:
      *           'H' hotlisted (already being replaced)
      *           'C' card closed
      *           'A' account closed
      *           'F' already reissued since the exposure
      *           'N' card no longer on the card master
      *
      * Consuming Programs:
      *   CBCPP01C  - Common point-of-purchase analysis and
      *               mass reissue
      *
      * Cross-References:
      *   CVCPP01Y.cpy - the candidate merchant
      *   CVTKN01Y.cpy - TOKEN-ID, the posted card number
      *   CVACT02Y.cpy - CARD-NUM, the card reissued
      *
       01  CPP-AT-RISK-RECORD.
      * --- Composite key (bytes 1-25) ---
           05  CPR-KEY.
               10  CPR-MERCHANT-ID               PIC 9(09).
               10  CPR-CARD-NUM                  PIC X(16).
      * --- First and last purchase at the merchant inside the
      *     window, YYYY-MM-DD (bytes 26-45), and how many
      *     (bytes 46-50) ---
           05  CPR-FIRST-USE-DATE                PIC X(10).
           05  CPR-LAST-USE-DATE                 PIC X(10).
           05  CPR-USE-COUNT                     PIC 9(05).
      * --- Run date of the analysis that last listed the
      *     card, YYYY-MM-DD (bytes 51-60) ---
           05  CPR-ANALYSIS-DATE                 PIC X(10).
      * --- Status (byte 61) since YYYY-MM-DD (bytes 62-71) ---
           05  CPR-STATUS                        PIC X(01).
               88  CPR-STATUS-PENDING            VALUE 'P'.
               88  CPR-STATUS-REISSUED           VALUE 'R'.
               88  CPR-STATUS-SKIPPED            VALUE 'S'.
           05  CPR-STATUS-DATE                   PIC X(10).
      * --- Why a reissue skipped the card (byte 72) ---
           05  CPR-SKIP-REASON                   PIC X(01).
               88  CPR-SKIP-HOTLISTED            VALUE 'H'.
               88  CPR-SKIP-CARD-CLOSED          VALUE 'C'.
               88  CPR-SKIP-ACCT-CLOSED          VALUE 'A'.
               88  CPR-SKIP-REISSUED             VALUE 'F'.
               88  CPR-SKIP-NOT-ON-FILE          VALUE 'N'.
      * --- Reserved space (bytes 73-100) ---
           05  FILLER                            PIC X(28).
