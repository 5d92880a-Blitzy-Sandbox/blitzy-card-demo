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
      * Record Layout Copybook: Daily interest accrual record
      * (120 bytes)
      * Defines the record structure for the INTACCR VSAM KSDS
      * dataset -- one record per account the nightly accrual
      * has seen, holding the interest earned so far in the
      * account's open cycle and not yet billed.
      * Primary key: ACR-ACCT-ID (11 bytes, position 1).
      *
      * CBACR01C adds each night's accrual to ACR-CYCLE-ACCRUED
      * and journals it to accrued interest receivable and
      * interest income. The cycle close is recognized when the
      * account's ACCT-PAY-DUE-DATE (reset by CBACT04C at every
      * close) no longer matches ACR-CYCLE-DUE-DATE, or when
      * interest was billed on the run date: the cycle's accrual
      * is then reversed in full -- the billed interest reaches
      * income through CBGLJ01C instead -- and the amounts are
      * kept in the ACR-LAST-* fields for the reconciliation.
      * An account that stops accruing mid-cycle (nonaccrual,
      * charge-off, deceased holder) has its open accrual
      * reversed the night it stops, recorded as a stop.
      *
      * ACR-LAST-ACCRUAL-DATE guards a rerun: an account
      * already accrued through the run date is passed over.
      *
      * Consuming Programs:
      *   CBACR01C  - Daily interest accrual batch (creates and
      *               maintains every record)
      *
      * Cross-References:
      *   CVACT01Y.cpy - Account (ACR-ACCT-ID -> ACCT-ID)
      *   CVGLM01Y.cpy - GLMAP 'AI'/0000 row, the accrual pair
      *
       01  INTEREST-ACCRUAL-RECORD.
      * --- Account number, VSAM primary key (bytes 1-11) ---
           05  ACR-ACCT-ID                       PIC 9(11).
      * --- Account group the account last accrued under
      *     (bytes 12-21) ---
           05  ACR-GROUP-ID                      PIC X(10).
      * --- First date accrued in the open cycle and the last
      *     date accrued through, YYYY-MM-DD (bytes 22-41) ---
           05  ACR-CYCLE-START-DATE              PIC X(10).
           05  ACR-LAST-ACCRUAL-DATE             PIC X(10).
      * --- ACCT-PAY-DUE-DATE when the open cycle began
      *     (bytes 42-51) ---
           05  ACR-CYCLE-DUE-DATE                PIC X(10).
      * --- Accrued and unbilled in the open cycle (bytes
      *     52-62), and the last night's accrual (bytes
      *     63-71) ---
           05  ACR-CYCLE-ACCRUED                 PIC S9(09)V99.
           05  ACR-DAY-ACCRUED                   PIC S9(07)V99.
      * --- The last cycle closed: the date,
      *     the interest billed for it, and the accrual
      *     reversed against it (bytes 72-103) ---
           05  ACR-LAST-CLOSE-DATE               PIC X(10).
           05  ACR-LAST-BILLED                   PIC S9(09)V99.
           05  ACR-LAST-REVERSED                 PIC S9(09)V99.
      * --- Accrual state (byte 104) ---
           05  ACR-STATUS                        PIC X(01).
               88  ACR-STATUS-ACCRUING           VALUE 'A'.
               88  ACR-STATUS-STOPPED            VALUE 'S'.
      * --- Reserved space (bytes 105-120) ---
           05  FILLER                            PIC X(16).
