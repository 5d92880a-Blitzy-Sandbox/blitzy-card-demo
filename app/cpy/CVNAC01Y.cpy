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
      * Record Layout Copybook: Account nonaccrual status record
      * (100 bytes)
      * Defines the record structure for the NONACCR VSAM KSDS
      * dataset -- one record per account that has ever been
      * placed on nonaccrual, holding its current standing.
      * Primary key: NAC-ACCT-ID (11 bytes, position 1).
      *
      * While an account is on nonaccrual CBACT04C bills it no
      * interest and no fees. Placement is automatic at the
      * cycle close (CBACT04C, entered by 'CBACT04C') when the
      * account is found
      *   'D' - 120 days or more past due (ACCT-DELINQ-120-PLUS)
      *   'B' - in bankruptcy (CUST-BKR-NO-COLLECTION,
      *         CVCUS01Y.cpy)
      *   'S' - in a settlement workout (a pending or approved
      *         offer on SETTLE, CVSTL01Y.cpy)
      * or manual ('M'), by finance on the CONAC00C screen.
      *
      * On placement the interest billed but not yet paid is
      * reversed: the interest CBACT04C billed over the last
      * 180 days, less the payments received over the same
      * days (payments are taken as paying interest first),
      * capped at the balance. The reversal posts as a
      * system-generated type 07 / category 0012 credit on the
      * TRANSACT side-file, so the CBGLJ01C journal extract
      * takes it back out of interest income through its GLMAP
      * row, and the balance comes down by the same amount.
      * A manual placement is recorded 'P' and the reversal is
      * made at the next cycle close, which then marks it 'N'.
      *
      * Return to accrual:
      *   - automatic (CBACT04C), for a system placement, once
      *     no placement reason applies any more, the account
      *     is current, and three consecutive minimum payments
      *     have been made in full since the placement ('C');
      *     or as soon as the balance is paid off ('P');
      *   - manual, by finance on CONAC00C ('M'), refused while
      *     a placement reason still applies. A manual placement
      *     only ever returns this way or by pay-off.
      * The interest reversed is not rebilled on return.
      *
      * Consuming Programs:
      *   CBACT04C  - Interest and fee calculation (places,
      *               reverses, stops accrual, returns)
      *   CONAC00C  - Nonaccrual maintenance screen (finance
      *               placement and return)
      *   CBNAC01C  - Monthly nonaccrual inventory report
      *   CBACR01C  - Daily interest accrual (no accrual while
      *               on nonaccrual)
      *   CBCRP01C  - Call report (nonaccrual balances)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-DELINQ-STAGE, ACCT-CURR-BAL
      *   CVGLM01Y.cpy - the 07/0012 journal mapping
      *
       01  NONACCRUAL-RECORD.
      * --- Account number, primary key (bytes 1-11) ---
           05  NAC-ACCT-ID                       PIC 9(11).
      * --- Standing (byte 12) ---
           05  NAC-STATUS                        PIC X(01).
               88  NAC-STATUS-PENDING            VALUE 'P'.
               88  NAC-STATUS-NONACCRUAL         VALUE 'N'.
               88  NAC-STATUS-RETURNED           VALUE 'R'.
               88  NAC-ON-NONACCRUAL             VALUE 'P' 'N'.
      * --- Placement reason (byte 13) ---
           05  NAC-REASON                        PIC X(01).
               88  NAC-REASON-DELINQUENCY        VALUE 'D'.
               88  NAC-REASON-BANKRUPTCY         VALUE 'B'.
               88  NAC-REASON-SETTLEMENT         VALUE 'S'.
               88  NAC-REASON-MANUAL             VALUE 'M'.
      * --- Placed: date YYYY-MM-DD and user, or CBACT04C
      *     (bytes 14-31) ---
           05  NAC-ENTRY-DATE                    PIC X(10).
           05  NAC-ENTRY-USR-ID                  PIC X(08).
      * --- Unpaid interest reversed at placement, and the date
      *     the reversal posted (bytes 32-53) ---
           05  NAC-INT-REVERSED                  PIC S9(10)V99.
           05  NAC-REVERSAL-DATE                 PIC X(10).
      * --- Consecutive minimum payments made in full since the
      *     placement (byte 54) ---
           05  NAC-CURE-COUNT                    PIC 9(01).
      * --- Returned to accrual: date, user or CBACT04C, and
      *     how (bytes 55-73; spaces while on nonaccrual) ---
           05  NAC-RETURN-DATE                   PIC X(10).
           05  NAC-RETURN-USR-ID                 PIC X(08).
           05  NAC-RETURN-REASON                 PIC X(01).
               88  NAC-RETURN-CURED              VALUE 'C'.
               88  NAC-RETURN-PAID-OFF           VALUE 'P'.
               88  NAC-RETURN-MANUAL             VALUE 'M'.
      * --- Reserved space (bytes 74-100) ---
           05  FILLER                            PIC X(27).
