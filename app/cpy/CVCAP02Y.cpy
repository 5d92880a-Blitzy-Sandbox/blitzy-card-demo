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
      * Record Layout Copybook: Credit decision rule (80 bytes)
      * Defines the record structure for the DECRULE VSAM KSDS
      * dataset -- the underwriting policy, one row per bureau
      * score band per product, maintained by credit risk on
      * the CODRL00C admin screen.
      * Composite primary key (13 bytes, position 1):
      *   DRL-PRODUCT-ID (10, the account group ID) +
      *   DRL-SCORE-LOW (3), so a browse on the product prefix
      *   returns its bands lowest score first.
      *
      * A band covers the scores DRL-SCORE-LOW through
      * DRL-SCORE-HIGH; the bands of a product must not
      * overlap (CODRL00C refuses one that would). A score no
      * band covers declines on credit score. Within a band:
      *   DRL-DECISION        'A' approve, 'R' refer to an
      *                       underwriter, 'D' decline
      *   DRL-MAX-DTI-PCT     highest debt-to-income allowed,
      *                       the monthly housing payment as a
      *                       percentage of monthly income
      *   DRL-MIN-LIMIT       smallest line worth booking; an
      *                       income that supports less declines
      *   DRL-MAX-LIMIT       largest line the band grants
      *   DRL-INCOME-LIMIT-PCT
      *                       largest line as a percentage of
      *                       stated annual income
      * The limit assigned is the least of the requested limit,
      * DRL-MAX-LIMIT and the income limit, in whole hundreds.
      * Below the requested limit it is a counter-offer.
      *
      * Consuming Programs:
      *   CODRL00C  - Decision rules maintenance (admin)
      *   COONB00C  - Account origination (decides each
      *               application)
      *
      * Cross-References:
      *   CVCAP01Y.cpy - APP-BAND-SCORE-LOW, the band applied
      *   CVPRD01Y.cpy - PRD-GROUP-ID, the product
      *
       01  DECISION-RULE-RECORD.
      * --- Composite key: product + band low score
      *     (bytes 1-13) ---
           05  DRL-KEY.
               10  DRL-PRODUCT-ID                PIC X(10).
               10  DRL-SCORE-LOW                 PIC 9(03).
      * --- Band high score (bytes 14-16) ---
           05  DRL-SCORE-HIGH                    PIC 9(03).
      * --- Band decision (byte 17) ---
           05  DRL-DECISION                      PIC X(01).
               88  DRL-BAND-APPROVE              VALUE 'A'.
               88  DRL-BAND-REFER                VALUE 'R'.
               88  DRL-BAND-DECLINE              VALUE 'D'.
               88  DRL-BAND-VALID                VALUE 'A' 'R' 'D'.
      * --- Debt-to-income cutoff, percent (bytes 18-21) ---
           05  DRL-MAX-DTI-PCT                   PIC 9(03)V9.
      * --- Limit band (bytes 22-39) ---
           05  DRL-MIN-LIMIT                     PIC 9(07)V99.
           05  DRL-MAX-LIMIT                     PIC 9(07)V99.
      * --- Income multiple: the largest line as a percentage
      *     of annual income (bytes 40-44) ---
           05  DRL-INCOME-LIMIT-PCT              PIC 9(03)V99.
      * --- Last change, YYYYMMDDHHMMSS and user
      *     (bytes 45-66) ---
           05  DRL-LAST-UPD-TS                   PIC X(14).
           05  DRL-LAST-UPD-USR-ID               PIC X(08).
      * --- Reserved space (bytes 67-80) ---
           05  FILLER                            PIC X(14).
