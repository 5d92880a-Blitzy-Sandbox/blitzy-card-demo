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
      * Record Layout Copybook: Caller identity verification
      * attempt (100 bytes)
      * Defines the record structure for the IDVLOG VSAM KSDS
      * dataset -- one row per identity check an agent runs on
      * COC3600C before the customer relationship is disclosed
      * to a caller, pass or fail, with the agent who ran it.
      *
      * Composite primary key (25 bytes, position 1):
      *   IDV-ACCT-ID (11, the account being serviced -- the
      *   customer's first account, the one the PF-key
      *   drill-downs open) + IDV-TS (14, YYYYMMDDHHMMSS), so a
      *   browse on the account plus today's date returns the
      *   day's attempts against that account.
      *
      * Questions (IDV-Q-xxx), each drawn from the files the
      * caller's answer is compared against:
      *   DOB           - CUST-DOB-YYYY-MM-DD
      *   SSN last four - CUST-SSN
      *   ZIP           - CUST-ADDR-ZIP (first five)
      *   Last payment  - amount of the most recent type 02
      *                   transaction on the customer's cards
      * each marked 'P' passed, 'F' failed, or 'N' not asked.
      *
      * Outcome (IDV-OUTCOME):
      *   'V' - verified: enough questions passed
      *   'F' - failed
      *   'L' - refused: phone servicing on the account was
      *         already locked for the day
      * The failed attempt that brings the day's count to the
      * lock threshold also raises a critical ALERTS record
      * (CSALT01Y.cpy) for the fraud team; the account then
      * stays locked to phone servicing for the rest of the day.
      *
      * Consuming Programs:
      *   COC3600C  - writes the attempts, counts the day's
      *               failures, enforces the lock
      *
       01  IDENTITY-VERIFY-RECORD.
      * --- Composite key (bytes 1-25) ---
           05  IDV-KEY.
               10  IDV-ACCT-ID                   PIC 9(11).
               10  IDV-TS                        PIC X(14).
      * --- The customer the caller claimed to be (bytes 26-34) ---
           05  IDV-CUST-ID                       PIC 9(09).
      * --- The agent who ran the check (bytes 35-42) ---
           05  IDV-AGENT-USR-ID                  PIC X(08).
      * --- Question results (bytes 43-46) ---
           05  IDV-Q-DOB                         PIC X(01).
               88  IDV-Q-DOB-PASSED              VALUE 'P'.
               88  IDV-Q-DOB-FAILED              VALUE 'F'.
           05  IDV-Q-SSN4                        PIC X(01).
               88  IDV-Q-SSN4-PASSED             VALUE 'P'.
               88  IDV-Q-SSN4-FAILED             VALUE 'F'.
           05  IDV-Q-ZIP                         PIC X(01).
               88  IDV-Q-ZIP-PASSED              VALUE 'P'.
               88  IDV-Q-ZIP-FAILED              VALUE 'F'.
           05  IDV-Q-LASTPAY                     PIC X(01).
               88  IDV-Q-LASTPAY-PASSED          VALUE 'P'.
               88  IDV-Q-LASTPAY-FAILED          VALUE 'F'.
      * --- Counts of questions passed and failed (bytes 47-48) ---
           05  IDV-PASS-CNT                      PIC 9(01).
           05  IDV-FAIL-CNT                      PIC 9(01).
      * --- Outcome (byte 49) ---
           05  IDV-OUTCOME                       PIC X(01).
               88  IDV-OUTCOME-VERIFIED          VALUE 'V'.
               88  IDV-OUTCOME-FAILED            VALUE 'F'.
               88  IDV-OUTCOME-LOCKED            VALUE 'L'.
      * --- Failed attempts on the account today, this one
      *     included (bytes 50-51), and 'Y' when this attempt
      *     raised the fraud alert (byte 52) ---
           05  IDV-FAILS-TODAY                   PIC 9(02).
           05  IDV-ALERT-RAISED                  PIC X(01).
      * --- Reserved space (bytes 53-100) ---
           05  FILLER                            PIC X(48).
