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
      * Record Layout Copybook: Marketing campaign record
      * (200 bytes)
      * Defines the record structure for the CAMPAIGN VSAM KSDS
      * dataset -- one row per marketing campaign or
      * pre-approved offer: what is offered, to whom, and what
      * the list build found. Marketing maintains the rows with
      * the rest of the reference data, as finance does the
      * CECLASM and PRFASM assumptions.
      *
      * Primary key: CMP-ID (8 bytes).
      *
      * Lifecycle:
      *   DRAFT  - being set up; never selected.
      *   ACTIVE - CBCMP01C builds the target list on the first
      *            run on or after CMP-SELECT-DATE and stamps
      *            CMP-BUILT-DATE and the counts; a built
      *            campaign is not built again. CBCMP02C then
      *            matches responses for CMP-RESPONSE-DAYS days.
      *   CLOSED - finished; kept for the response-rate report.
      *
      * Selection criteria (an account must meet all of them):
      *   product    - CMP-SEL-GROUP-ID = ACCT-GROUP-ID; spaces
      *                select every product
      *   FICO       - CUST-FICO-CREDIT-SCORE within MIN/MAX
      *   utilization- current balance as a whole percent of
      *                the credit limit, within MIN/MAX
      *   tenure     - whole months since ACCT-OPEN-DATE,
      *                within MIN/MAX
      *   state      - CUST-ADDR-STATE-CD one of the listed
      *                states; an all-spaces list selects every
      *                state
      *   A zero MAX means no ceiling.
      * The mandatory suppressions are not criteria -- they are
      * applied to every campaign by CBCMP01C (see
      * CVCMP02Y.cpy).
      *
      * Consuming Programs:
      *   CBCMP01C  - Campaign target list build and fulfillment
      *               extract
      *   CBCMP02C  - Campaign response match and response-rate
      *               report
      *
      * Cross-References:
      *   CVCMP02Y.cpy - the per-account offer and response rows
      *   CVACT01Y.cpy - ACCT-GROUP-ID, ACCT-OPEN-DATE,
      *                  ACCT-CURR-BAL, ACCT-CREDIT-LIMIT
      *   CVCUS01Y.cpy - CUST-FICO-CREDIT-SCORE,
      *                  CUST-ADDR-STATE-CD
      *
       01  CAMPAIGN-RECORD.
      * --- Campaign ID, primary key (bytes 1-8) ---
           05  CMP-ID                            PIC X(08).
      * --- Campaign name (bytes 9-38) ---
           05  CMP-NAME                          PIC X(30).
      * --- What is offered (byte 39) ---
           05  CMP-OFFER-TYPE                    PIC X(01).
               88  CMP-OFFER-BALXFER             VALUE 'B'.
               88  CMP-OFFER-CREDIT-LINE         VALUE 'L'.
               88  CMP-OFFER-UPGRADE             VALUE 'U'.
      * --- Lifecycle status (byte 40) ---
           05  CMP-STATUS                        PIC X(01).
               88  CMP-STATUS-DRAFT              VALUE 'D'.
               88  CMP-STATUS-ACTIVE             VALUE 'A'.
               88  CMP-STATUS-CLOSED             VALUE 'C'.
      * --- Date the list is to be built, YYYY-MM-DD, and the
      *     days a targeted customer has to respond
      *     (bytes 41-53) ---
           05  CMP-SELECT-DATE                   PIC X(10).
           05  CMP-RESPONSE-DAYS                 PIC 9(03).
      * --- Selection criteria (bytes 54-101) ---
           05  CMP-SEL-GROUP-ID                  PIC X(10).
           05  CMP-SEL-FICO-MIN                  PIC 9(03).
           05  CMP-SEL-FICO-MAX                  PIC 9(03).
           05  CMP-SEL-UTIL-MIN                  PIC 9(03).
           05  CMP-SEL-UTIL-MAX                  PIC 9(03).
           05  CMP-SEL-TENURE-MIN                PIC 9(03).
           05  CMP-SEL-TENURE-MAX                PIC 9(03).
           05  CMP-SEL-STATES.
               10  CMP-SEL-STATE-CD              PIC X(02)
                                                 OCCURS 10 TIMES.
      * --- Offer terms (bytes 102-124): the promotional APR
      *     of a balance transfer offer, the increase of a
      *     credit line offer, the product an upgrade moves
      *     the account to ---
           05  CMP-OFR-APR                       PIC 9(02)V99.
           05  CMP-OFR-CLI-AMT                   PIC 9(07)V99.
           05  CMP-OFR-UPG-GROUP-ID              PIC X(10).
      * --- List build results, set by CBCMP01C; built date
      *     spaces until built (bytes 125-148) ---
           05  CMP-BUILT-DATE                    PIC X(10).
           05  CMP-TARGET-COUNT                  PIC 9(07).
           05  CMP-SUPPRESS-COUNT                PIC 9(07).
      * --- Last change, YYYY-MM-DD, and who made it
      *     (bytes 149-166) ---
           05  CMP-UPDATED-DATE                  PIC X(10).
           05  CMP-UPDATED-BY                    PIC X(08).
      * --- Reserved space (bytes 167-200) ---
           05  FILLER                            PIC X(34).
