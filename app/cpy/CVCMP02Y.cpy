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
      * Record Layout Copybook: Campaign offer record
      * (150 bytes)
      * Defines the record structure for the CMPOFFR VSAM KSDS
      * dataset -- one row per account a campaign selected,
      * written by the CBCMP01C list build whether the offer
      * went out or was suppressed, so the file shows both who
      * was offered and who was held back and why. CBCMP02C
      * links each responder's balance transfer or credit line
      * change back to the row.
      *
      * Composite primary key (19 bytes):
      *   OFR-CMP-ID (8) + OFR-ACCT-ID (11)
      *
      * Lifecycle (OFR-STATUS):
      *   TARGETED    - offer sent on the fulfillment file;
      *                 the response window is open.
      *   SUPPRESSED  - selected but held back by a mandatory
      *                 suppression (OFR-SUPPRESS-RSN); final.
      *   RESPONDED   - the customer took the offer inside the
      *                 window; final.
      *   NO RESPONSE - the window closed without one; final.
      *
      * Suppression reasons, in the order they are tested (the
      * first that applies is recorded):
      *   D deceased              (CUST-DECEASED-FLAG)
      *   B bankruptcy            (CUST-BANKRUPTCY-STATUS)
      *   M SCRA protected        (CUST-SCRA-FLAG)
      *   R restricted account    (ACCT-RESTRICTED-FLAG)
      *   L legal hold            (LEGALHLD, account or
      *                            customer)
      *   Q delinquent or charged off (ACCT-DELINQ-STAGE,
      *                            ACCT-CHARGEOFF-FLAG)
      *   A returned mail         (CUST-MAIL-RETURN-FLAG)
      *   N do-not-solicit        (CUST-DO-NOT-SOLICIT-FLAG)
      *
      * Consuming Programs:
      *   CBCMP01C  - Campaign target list build (writes)
      *   CBCMP02C  - Campaign response match (rewrites)
      *
      * Cross-References:
      *   CVCMP01Y.cpy - the campaign the row belongs to
      *   CVBTR01Y.cpy - the balance transfer a response links
      *
       01  CAMPAIGN-OFFER-RECORD.
      * --- Composite key (bytes 1-19) ---
           05  OFR-KEY.
               10  OFR-CMP-ID                    PIC X(08).
               10  OFR-ACCT-ID                   PIC 9(11).
      * --- The account's customer (bytes 20-28) ---
           05  OFR-CUST-ID                       PIC 9(09).
      * --- Offer status and suppression reason
      *     (bytes 29-30) ---
           05  OFR-STATUS                        PIC X(01).
               88  OFR-STATUS-TARGETED           VALUE 'T'.
               88  OFR-STATUS-SUPPRESSED         VALUE 'S'.
               88  OFR-STATUS-RESPONDED          VALUE 'R'.
               88  OFR-STATUS-NO-RESPONSE        VALUE 'N'.
           05  OFR-SUPPRESS-RSN                  PIC X(01).
               88  OFR-RSN-NONE                  VALUE SPACES.
               88  OFR-RSN-DECEASED              VALUE 'D'.
               88  OFR-RSN-BANKRUPTCY            VALUE 'B'.
               88  OFR-RSN-SCRA                  VALUE 'M'.
               88  OFR-RSN-RESTRICTED            VALUE 'R'.
               88  OFR-RSN-LEGAL-HOLD            VALUE 'L'.
               88  OFR-RSN-DELINQUENT            VALUE 'Q'.
               88  OFR-RSN-RETURNED-MAIL         VALUE 'A'.
               88  OFR-RSN-DO-NOT-SOLICIT        VALUE 'N'.
      * --- The campaign's offer type, copied at build
      *     (byte 31) ---
           05  OFR-OFFER-TYPE                    PIC X(01).
      * --- Build date and the last day of the response
      *     window, YYYY-MM-DD (bytes 32-51) ---
           05  OFR-SELECT-DATE                   PIC X(10).
           05  OFR-RESPOND-BY-DATE               PIC X(10).
      * --- The account as selected: credit limit, product
      *     and FICO -- a response is measured against them
      *     (bytes 52-76) ---
           05  OFR-BASE-CREDIT-LIMIT             PIC S9(10)V99.
           05  OFR-BASE-GROUP-ID                 PIC X(10).
           05  OFR-BASE-FICO                     PIC 9(03).
      * --- The response: date, amount (balance transferred
      *     or credit line added) and what it links to -- the
      *     BALXFER key or the new product (bytes 77-123) ---
           05  OFR-RESPONSE-DATE                 PIC X(10).
           05  OFR-RESPONSE-AMT                  PIC S9(10)V99.
           05  OFR-RESPONSE-REF                  PIC X(25).
      * --- Date the row reached a final state by response
      *     match or window close (bytes 124-133) ---
           05  OFR-CLOSED-DATE                   PIC X(10).
      * --- Reserved space (bytes 134-150) ---
           05  FILLER                            PIC X(17).
