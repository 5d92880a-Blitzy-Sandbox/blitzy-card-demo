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
      * Record Layout Copybook: Fraud case event trail (100 bytes)
      * Defines the record structure for the FRDEVNT VSAM KSDS
      * dataset -- the servicing events attached to an account
      * takeover case on FRAUDCSE (CVFRD01Y.cpy), one row per
      * event, in date order, exactly as CBATO01C scored them;
      * a bust-out case carries the credit-line signals
      * CBBST01C scored the same way.
      * Composite primary key (14 bytes, position 1):
      *   FRE-CASE-KEY (12, the case's FRD-KEY) + FRE-SEQ (2),
      *   so a browse on the case key returns the whole trail.
      *
      * FRE-EVENT-TYPE:
      *   'AD' - mailing address changed (CUSTHIST, COCUP00C)
      *   'PH' - phone number changed (CUSTHIST, COCUP00C)
      *   'EM' - email address changed (CUSTHIST, COCUP00C)
      *   'PN' - PIN set or changed ('h' AUDITLOG, COPIN00C)
      *   'RC' - card replaced (ACCT-REISSUE-DATE, COCRDUPC)
      *   'AU' - authorized party added (AUTHPTY, COAUP00C)
      * Bust-out signals:
      *   'UT' - utilization jumped against ACCT-CREDIT-LIMIT
      *          since the last statement (ACCTDAT)
      *   'CA' - cash advance drawn after none in the baseline
      *          period (TRANSACT, type 08)
      *   'NS' - payment returned (TRANSACT, CBNSF01C reversal
      *          07/0004)
      *   'OP' - payment larger than the statement balance
      *          (TRANSACT, type 02)
      *   'CL' - credit limit increased ('L' AUDITLOG,
      *          COACTUPC)
      *   'AU' - authorized party added, as above
      *
      * Consuming Programs:
      *   CBATO01C  - Account takeover detection (writes the
      *               trail with the case)
      *   CBBST01C  - Bust-out detection (writes the trail
      *               with the case)
      *
      * Cross-References:
      *   CVFRD01Y.cpy - the case the trail belongs to
      *   CVATO01Y.cpy - the takeover weights scored
      *   CVBST01Y.cpy - the bust-out weights scored
      *
       01  FRAUD-CASE-EVENT-RECORD.
      * --- Composite key (bytes 1-14) ---
           05  FRE-KEY.
               10  FRE-CASE-KEY                  PIC X(12).
               10  FRE-SEQ                       PIC 9(02).
      * --- Event date, YYYY-MM-DD (bytes 15-24) ---
           05  FRE-EVENT-DATE                    PIC X(10).
      * --- Event type (bytes 25-26) ---
           05  FRE-EVENT-TYPE                    PIC X(02).
               88  FRE-EVENT-ADDRESS             VALUE 'AD'.
               88  FRE-EVENT-PHONE               VALUE 'PH'.
               88  FRE-EVENT-EMAIL               VALUE 'EM'.
               88  FRE-EVENT-PIN                 VALUE 'PN'.
               88  FRE-EVENT-REPLACEMENT         VALUE 'RC'.
               88  FRE-EVENT-AUTH-PARTY          VALUE 'AU'.
               88  FRE-EVENT-UTILIZATION         VALUE 'UT'.
               88  FRE-EVENT-NEW-CASH            VALUE 'CA'.
               88  FRE-EVENT-PAYMENT-RETURNED    VALUE 'NS'.
               88  FRE-EVENT-OVERPAYMENT         VALUE 'OP'.
               88  FRE-EVENT-LIMIT-INCREASE      VALUE 'CL'.
      * --- Weight the event type scored (bytes 27-29) ---
           05  FRE-WEIGHT                        PIC 9(03).
      * --- Program that recorded the event, and who made the
      *     change where it is known (bytes 30-45) ---
           05  FRE-SOURCE-PGM                    PIC X(08).
           05  FRE-USR-ID                        PIC X(08).
      * --- Event detail (bytes 46-85) ---
           05  FRE-DETAIL                        PIC X(40).
      * --- Reserved space (bytes 86-100) ---
           05  FILLER                            PIC X(15).
