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
      * Record Layout Copybook: Interchange detail record
      * (80 bytes)
      * Defines the record structure for the ICRDTL sequential
      * extract -- one record per purchase the monthly CBICR01C
      * interchange batch priced, in TRANSACT key order. It
      * carries the interchange CBICR01C computed for the item,
      * so the programs that need revenue below the category
      * level take the same figure the reconciliation used
      * instead of re-pricing the purchase.
      *
      * ICD-CARD-NUM is the number exactly as posted on
      * TRANSACT -- the vault token for a tokenized card -- and
      * is resolved to the account the same way the postings
      * are.
      *
      * Consuming Programs:
      *   CBICR01C  - Interchange revenue batch (writes it)
      *   CBPRF01C  - Monthly profitability batch (interchange
      *               revenue per account)
      *
      * Cross-References:
      *   CVICR01Y.cpy - the INTRRATE row the item priced at
      *   CVTRA05Y.cpy - the posted purchase
      *
       01  INTERCHANGE-DETAIL-RECORD.
      * --- The priced purchase and its card (bytes 1-32) ---
           05  ICD-TRAN-ID                       PIC X(16).
           05  ICD-CARD-NUM                      PIC X(16).
      * --- Processed date, YYYY-MM-DD (bytes 33-42) ---
           05  ICD-PROC-DATE                     PIC X(10).
      * --- Merchant category and card-present flag the rate
      *     was looked up by (bytes 43-47) ---
           05  ICD-CATEGORY-CD                   PIC 9(04).
           05  ICD-CARD-PRESENT                  PIC X(01).
      * --- Purchase amount (bytes 48-58) ---
           05  ICD-AMOUNT                        PIC S9(09)V99.
      * --- Interchange earned on the item, zero when no rate
      *     row applied (bytes 59-69) ---
           05  ICD-INTERCHANGE                   PIC S9(09)V99.
      * --- Reserved space (bytes 70-80) ---
           05  FILLER                            PIC X(11).
