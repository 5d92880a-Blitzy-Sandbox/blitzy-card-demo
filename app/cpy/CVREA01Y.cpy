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
      * Record Layout Copybook: Account re-age history record
      * (150 bytes)
      * Defines the record structure for the REAGE VSAM KSDS
      * dataset -- one row per re-age request made on an account,
      * kept for good: the control trail behind every account
      * brought current without having paid its way there.
      * Composite primary key (14 bytes, position 1):
      *   REA-ACCT-ID (11) + REA-SEQ (3), the sequence numbering
      *   the account's requests from 001 on, so a browse on the
      *   account prefix returns its history oldest first.
      *
      * Re-age policy, checked by COREA00C when the request is
      * made and again when the supervisor approves it:
      *   - the account is open, not charged off, delinquent,
      *     and has been open at least 270 days;
      *   - the customer made three consecutive qualifying
      *     payments: in each of the last three 30-day periods
      *     the payments posted to TRANSACT (type 02) covered one
      *     cycle's regular minimum (ACCT-MIN-PAY-DUE less
      *     ACCT-PAST-DUE-AMT), or the three periods together
      *     covered three of them in one sum with a payment in
      *     the latest period;
      *   - no re-age approved in the last 12 months, and fewer
      *     than two in the last 5 years.
      *
      * Lifecycle:
      *   'P' - requested, waiting for a supervisor
      *   'A' - approved: the same task reset ACCT-DELINQ-STAGE
      *         to current, took ACCT-PAST-DUE-AMT back out of
      *         ACCT-MIN-PAY-DUE and cleared it (the amounts are
      *         kept here)
      *   'D' - denied by the supervisor, or found no longer
      *         eligible when the supervisor came to approve it
      *
      * Consuming Programs:
      *   COREA00C  - Re-age request and approval screen (writes
      *               and decides the requests)
      *   CBCBR01C  - Monthly credit bureau extract (reports the
      *               date of the last approved re-age)
      *   CBREA01C  - Monthly re-age volume report
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-DELINQ-STAGE, ACCT-MIN-PAY-DUE and
      *                  ACCT-PAST-DUE-AMT, the fields a re-age
      *                  resets
      *   CSUSR01Y.cpy - SEC-USR-ID of requester and supervisor
      *
       01  REAGE-RECORD.
      * --- Composite key: account + request sequence
      *     (bytes 1-14) ---
           05  REA-KEY.
               10  REA-ACCT-ID                   PIC 9(11).
               10  REA-SEQ                       PIC 9(03).
      * --- Request status (byte 15) ---
           05  REA-STATUS                        PIC X(01).
               88  REA-STATUS-PENDING            VALUE 'P'.
               88  REA-STATUS-APPROVED           VALUE 'A'.
               88  REA-STATUS-DENIED             VALUE 'D'.
      * --- Requested: date YYYY-MM-DD and user (bytes 16-33) ---
           05  REA-REQUEST-DATE                  PIC X(10).
           05  REA-REQUEST-USR-ID                PIC X(08).
      * --- Decided: supervisor and date YYYY-MM-DD
      *     (bytes 34-51) ---
           05  REA-APPROVER-USR-ID               PIC X(08).
           05  REA-DECISION-DATE                 PIC X(10).
      * --- The account as it stood: delinquency stage
      *     (byte 52), minimum due (bytes 53-64) and past-due
      *     amount (bytes 65-76). Taken at the request and
      *     refreshed at approval, so an approved row holds
      *     what the re-age cleared ---
           05  REA-PRIOR-STAGE                   PIC X(01).
           05  REA-PRIOR-MIN-DUE                 PIC S9(10)V99.
           05  REA-PRIOR-PAST-DUE                PIC S9(10)V99.
      * --- Minimum due left after the re-age (bytes 77-88;
      *     zero until approved) ---
           05  REA-NEW-MIN-DUE                   PIC S9(10)V99.
      * --- The eligibility evidence: qualifying payments found
      *     in the last 90 days (bytes 89-100), the 30-day
      *     periods among them that covered a minimum (byte
      *     101), and the account's age in days (bytes
      *     102-106) ---
           05  REA-QUAL-PAY-AMT                  PIC S9(10)V99.
           05  REA-QUAL-PERIODS                  PIC 9(01).
           05  REA-ACCT-AGE-DAYS                 PIC 9(05).
      * --- Re-ages already approved in the last 12 months
      *     (byte 107) and 5 years (byte 108) ---
           05  REA-PRIOR-12M                     PIC 9(01).
           05  REA-PRIOR-5Y                      PIC 9(01).
      * --- Reserved space (bytes 109-150) ---
           05  FILLER                            PIC X(42).
