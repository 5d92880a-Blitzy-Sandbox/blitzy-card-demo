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
      * Record Layout Copybook: Settlement-in-full offer record
      * (150 bytes)
      * Defines the record structure for the SETTLE VSAM KSDS
      * dataset -- the settlement offer standing on a delinquent
      * or charged-off account: the customer pays SETL-OFFER-AMT
      * by SETL-EXPIRY-DATE and the rest of the balance is
      * forgiven.
      * Primary key: SETL-ACCT-ID (11 bytes, position 1).
      *
      * Like ACCT-CRLIMIT-REQ-* on the account record, this is
      * the CURRENT offer only: a denied, withdrawn, expired or
      * broken offer is overwritten when the next one is made.
      * Every offer, approval, denial and withdrawal also writes
      * one '9' AUDITLOG record (CSAUD01Y.cpy), so the history
      * survives. A SETTLED offer is never overwritten -- the
      * account is closed, and the record is what the year-end
      * 1099-C extract (CBACT09C) reports the forgiven amount
      * from.
      *
      * Approval tiers, by the discount the offer gives off the
      * balance at the time it is made (see COSTL00C):
      *   up to 25%        - tier 1, approved when offered
      *   over 25% to 50%  - tier 2, PENDING until an
      *                      administrator other than the
      *                      offering collector approves it
      *   over 50%         - refused, outside settlement policy
      *
      * Lifecycle (COSTL00C online, CBSTL01C nightly):
      *   'P' - pending tier-2 approval
      *   'A' - approved and open: CBSTL01C credits the posted
      *         payments (CBTRN02C, type 02) to SETL-RECEIVED-AMT
      *   'S' - settled: received in full; CBSTL01C wrote the
      *         remaining balance off, closed the account and
      *         recorded SETL-FORGIVEN-AMT
      *   'B' - broken: a scheduled installment fell behind
      *   'X' - expired: not paid in full (or, while pending,
      *         not approved) by SETL-EXPIRY-DATE
      *   'D' - denied by the approver
      *   'W' - withdrawn by collections
      *
      * A short-term schedule (SETL-PLAN-TYPE 'S') splits the
      * offer into SETL-INSTALL-COUNT equal installments, the
      * last due on SETL-EXPIRY-DATE and each earlier one 30
      * days before the next. By each installment's due date
      * the payments received must cover that many
      * installments, or the offer breaks.
      *
      * Consuming Programs:
      *   COSTL00C  - Settlement offer screen (writes, approves,
      *               denies, withdraws)
      *   CBSTL01C  - Nightly settlement processing (credits
      *               payments, settles, expires, breaks)
      *   CBACT09C  - Year-end tax reporting (1099-C extract of
      *               forgiven amounts)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-CLOSE-RSN-SETTLED, the account side
      *   CVRCV01Y.cpy - RCV-STATUS-SETTLED, a charged-off account
      *   CSUSR01Y.cpy - SEC-USR-ID of the collector and approver
      *
       01  SETTLEMENT-OFFER-RECORD.
      * --- Account number, primary key (bytes 1-11) ---
           05  SETL-ACCT-ID                      PIC 9(11).
      * --- Offer status (byte 12) ---
           05  SETL-STATUS                       PIC X(01).
               88  SETL-STATUS-PENDING           VALUE 'P'.
               88  SETL-STATUS-APPROVED          VALUE 'A'.
               88  SETL-STATUS-SETTLED           VALUE 'S'.
               88  SETL-STATUS-BROKEN            VALUE 'B'.
               88  SETL-STATUS-EXPIRED           VALUE 'X'.
               88  SETL-STATUS-DENIED            VALUE 'D'.
               88  SETL-STATUS-WITHDRAWN         VALUE 'W'.
               88  SETL-STATUS-LIVE              VALUE 'P' 'A'.
               88  SETL-STATUS-REPLACEABLE       VALUE 'B' 'X'
                                                       'D' 'W'.
      * --- Payment plan: lump sum or short-term schedule
      *     (byte 13), and the number of payments (bytes 14-15;
      *     01 for a lump sum, 02-06 for a schedule) ---
           05  SETL-PLAN-TYPE                    PIC X(01).
               88  SETL-PLAN-LUMP-SUM            VALUE 'L'.
               88  SETL-PLAN-SCHEDULE            VALUE 'S'.
           05  SETL-INSTALL-COUNT                PIC 9(02).
      * --- The balance the offer settles, as it stood when the
      *     offer was made (bytes 16-27): the account balance,
      *     or for a charged-off account the open recovery
      *     ledger remainder -- and the amount offered for it
      *     (bytes 28-39) ---
           05  SETL-BAL-AT-OFFER                 PIC S9(10)V99.
           05  SETL-OFFER-AMT                    PIC S9(10)V99.
      * --- Discount off the balance, percent (bytes 40-44),
      *     and the approval tier it fell in (byte 45) ---
           05  SETL-DISCOUNT-PCT                 PIC 9(03)V99.
           05  SETL-APPROVAL-TIER                PIC X(01).
               88  SETL-TIER-COLLECTOR           VALUE '1'.
               88  SETL-TIER-ADMIN               VALUE '2'.
      * --- Date offered and the date it must be paid by,
      *     YYYY-MM-DD (bytes 46-55, 56-65) ---
           05  SETL-OFFER-DATE                   PIC X(10).
           05  SETL-EXPIRY-DATE                  PIC X(10).
      * --- Payments credited to the offer so far (bytes
      *     66-77) ---
           05  SETL-RECEIVED-AMT                 PIC S9(10)V99.
      * --- 'Y' when the account was charged off at the time of
      *     the offer (byte 78) ---
           05  SETL-CHARGED-OFF-FLAG             PIC X(01).
               88  SETL-ON-CHARGED-OFF           VALUE 'Y'.
      * --- Collector who made the offer, and the approver
      *     (tier 1: the collector again) (bytes 79-94) ---
           05  SETL-OFFER-USR-ID                 PIC X(08).
           05  SETL-APPROVER-USR-ID              PIC X(08).
      * --- Date approved, denied or withdrawn (bytes 95-104)
      *     and date settled, broken or expired (bytes 105-114),
      *     YYYY-MM-DD ---
           05  SETL-DECISION-DATE                PIC X(10).
           05  SETL-CLOSE-DATE                   PIC X(10).
      * --- Balance forgiven at settlement (bytes 115-126) ---
           05  SETL-FORGIVEN-AMT                 PIC S9(10)V99.
      * --- Reserved space (bytes 127-150) ---
           05  FILLER                            PIC X(24).
