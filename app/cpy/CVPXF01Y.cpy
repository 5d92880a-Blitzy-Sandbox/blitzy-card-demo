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
      * Record Layout Copybook: Payment transfer record
      * (150 bytes)
      * Defines the record structure for the PAYXFER VSAM KSDS
      * dataset -- one record per posted payment moved from the
      * account it was wrongly applied to (a lockbox or IVR
      * payment keyed to the wrong account) to the account it
      * belonged to. The COPXF00C screen does the whole
      * correction in one unit of work:
      *
      *   - a type '06' reversal (source PAYXFER) on the wrong
      *     account, linked to the payment by TRAN-ORIG-TRAN-ID,
      *     with the payment's PAYALLOC pieces added back to the
      *     categories they reduced;
      *   - a type '02' payment (source PAYXFER) on the right
      *     account, likewise linked and dated when the money
      *     was actually received, allocated across that
      *     account's category balances as COBIL00C allocates;
      *   - a credit for each late fee and for the interest the
      *     right account was charged since the payment arrived,
      *     each linked to the charge it undoes.
      *
      * Maker-checker above the approval amount, like COXFR00C:
      * the transfer is FILED ('P') by one operator and a
      * DIFFERENT operator APPROVES it, which is when it posts;
      * at or below the amount the filing operator's confirm
      * posts it at once. Every filing, approval, posting and
      * cancellation writes one 'l' AUDITLOG record.
      *
      * Primary key: PXF-PAY-TRAN-ID (16), the payment moved --
      * a payment can be transferred once. A cancelled record
      * may be filed again.
      *
      * Consuming Programs:
      *   COPXF00C  - Payment transfer screen
      *   CBNSF01C  - Returned payments (a moved payment is
      *               excepted, not reversed again)
      *
      * Cross-References:
      *   CVTRA05Y.cpy - TRAN-ORIG-TRAN-ID on every leg
      *   CVPAL01Y.cpy - the allocation pieces redone
      *   CVFWV01Y.cpy - reason 'PX' on the late fee credits
      *
       01  PAY-XFER-RECORD.
      * --- Primary key, the payment moved (bytes 1-16) ---
           05  PXF-KEY.
               10  PXF-PAY-TRAN-ID               PIC X(16).
      * --- Workflow state (byte 17) ---
           05  PXF-STATUS                        PIC X(01).
               88  PXF-STATUS-PENDING            VALUE 'P'.
               88  PXF-STATUS-COMPLETED          VALUE 'C'.
               88  PXF-STATUS-CANCELLED          VALUE 'X'.
      * --- Wrong account and right account (bytes 18-39) ---
           05  PXF-FROM-ACCT-ID                  PIC 9(11).
           05  PXF-TO-ACCT-ID                    PIC 9(11).
      * --- The payment amount, positive dollars
      *     (bytes 40-50) ---
           05  PXF-AMOUNT                        PIC S9(09)V99.
      * --- The maker and the checker (bytes 51-94) ---
           05  PXF-FILED-BY                      PIC X(08).
           05  PXF-FILED-TS                      PIC X(14).
           05  PXF-APPROVED-BY                   PIC X(08).
           05  PXF-APPROVED-TS                   PIC X(14).
      * --- The legs posted: reversal on the wrong account and
      *     payment on the right one (bytes 95-126) ---
           05  PXF-REV-TRAN-ID                   PIC X(16).
           05  PXF-NEW-TRAN-ID                   PIC X(16).
      * --- Late fee and interest credited back to the right
      *     account, positive dollars (bytes 127-144) ---
           05  PXF-FEE-CREDIT                    PIC S9(07)V99.
           05  PXF-INT-CREDIT                    PIC S9(07)V99.
      * --- Reserved space (bytes 145-150) ---
           05  FILLER                            PIC X(06).
