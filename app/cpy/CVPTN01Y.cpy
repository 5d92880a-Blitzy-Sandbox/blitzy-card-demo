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
      * Record Layout Copybook: Co-brand partner record
      * (150 bytes)
      * Defines the record structure for the PARTNER VSAM KSDS
      * dataset -- one record per retail co-brand partner and
      * the revenue-share terms of its contract. Reference
      * data, loaded when a contract is signed; a partner whose
      * contract ends is set INACTIVE rather than deleted, so
      * its settlement history stays readable.
      *
      * A product belongs to a partner through PRD-PARTNER-ID on
      * its PRODCAT row (CVPRD01Y.cpy); every account in that
      * product group is in the partner's portfolio.
      *
      * Primary key: PTN-ID (5 bytes, position 1).
      *
      * The monthly settlement nets three amounts:
      *   + PTN-ICHG-SHARE-PCT of the interchange CBICR01C
      *     earned on the portfolio's purchases
      *   + PTN-BOUNTY-AMT for every account opened in the
      *     partner's products in the month
      *   - PTN-RWD-FUND-PCT of the rewards redeemed by the
      *     portfolio, which the partner funds
      * A positive net is paid to the partner, a negative one
      * is collected from it, both through the settlement
      * account below.
      *
      * Consuming Programs:
      *   CBPTN01C  - Monthly partner revenue-share settlement
      *   COPRD00C  - Catalog maintenance (validates the
      *               partner keyed on a product)
      *
      * Cross-References:
      *   CVPRD01Y.cpy - PRD-PARTNER-ID on the product
      *
       01  PARTNER-RECORD.
      * --- Partner code, VSAM primary key (bytes 1-5) ---
           05  PTN-ID                            PIC X(05).
      * --- Partner name (bytes 6-35) ---
           05  PTN-NAME                          PIC X(30).
      * --- Partner status (byte 36). Only an ACTIVE partner
      *     is settled ---
           05  PTN-STATUS                        PIC X(01).
               88  PTN-ACTIVE                    VALUE 'A'.
               88  PTN-INACTIVE                  VALUE 'I'.
      * --- Contract window, YYYY-MM-DD (bytes 37-56). A
      *     month outside the window is not settled; spaces in
      *     the end date mean open-ended ---
           05  PTN-CONTRACT-START                PIC X(10).
           05  PTN-CONTRACT-END                  PIC X(10).
      * --- Partner's share of interchange, percent
      *     (bytes 57-61, e.g. 03500 = 35.00%) ---
           05  PTN-ICHG-SHARE-PCT                PIC 9(03)V99.
      * --- Bounty paid per new account (bytes 62-70) ---
           05  PTN-BOUNTY-AMT                    PIC S9(07)V99.
      * --- Share of rewards cost the partner funds, percent
      *     (bytes 71-75) ---
           05  PTN-RWD-FUND-PCT                  PIC 9(03)V99.
      * --- Settlement bank account: ABA routing number and
      *     account number the payment file names
      *     (bytes 76-101) ---
           05  PTN-PAY-ROUTING                   PIC X(09).
           05  PTN-PAY-ACCOUNT                   PIC X(17).
      * --- Reserved space (bytes 102-150) ---
           05  FILLER                            PIC X(49).
