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
      * Record Layout Copybook: Interest charge calculation
      * record (120 bytes)
      * Defines the record structure for the INTCALC VSAM KSDS
      * dataset -- what CBACT04C's cycle close actually charged
      * each account, kept so the statement discloses the
      * figures the charge was computed from rather than
      * recomputing them.
      * Primary key: ICC-KEY (27 bytes, position 1) -- account
      * + cycle date (CBACT04C's PARM date, the same date the
      * CBSTM03A statement run carries) + balance type and
      * category, so one statement's rows browse together.
      *
      * Two kinds of row per account and cycle:
      *   - one per TCATBAL balance (type/category): the APR
      *     in force, the balance subject to interest (the
      *     average daily balance the charge was computed on;
      *     zero where none was charged) and the interest
      *     charged, with why none was when none was
      *   - one account row, type '00' category 0000, written
      *     once the cycle's minimum due is set: the late fee
      *     and penalty APR the late-payment warning quotes,
      *     and the minimum-payment warning's estimates --
      *     months and total cost to pay the closing balance
      *     off paying only the minimum (the product's floor /
      *     percentage formula, no further charges, at the
      *     balance-weighted APR), and the monthly payment and
      *     total cost that pay it off in 36 months
      *
      * A rerun of the same cycle rewrites its own rows.
      *
      * Consuming Programs:
      *   CBACT04C  - writes both kinds at cycle close
      *   CBSTM03A  - statement disclosure sections
      *
      * Cross-References:
      *   CVTRA01Y.cpy - TCATBAL, the balances calculated on
      *   CVTRA02Y.cpy - DISCGRP, the rates and penalty rate
      *   CVPRD01Y.cpy - PRD-LATE-FEE, PRD-MIN-PAY-FLOOR/PCT
      *   CVSTM01Y.cpy - the statement lines printed from it
      *
       01  INT-CHARGE-CALC-RECORD.
      * --- Composite key (bytes 1-27) ---
           05  ICC-KEY.
               10  ICC-ACCT-ID                   PIC 9(11).
               10  ICC-CYCLE-DATE                PIC X(10).
               10  ICC-TYPE-CD                   PIC X(02).
                   88  ICC-ACCOUNT-ROW           VALUE '00'.
               10  ICC-CAT-CD                    PIC 9(04).
      * --- Balance row (bytes 28-102) ---
           05  ICC-BALANCE-DATA.
      * APR in force for the balance, same shape as DIS-INT-RATE
               10  ICC-APR                       PIC S9(04)V99.
               10  ICC-BAL-SUBJECT               PIC S9(11)V99.
               10  ICC-INT-CHARGED               PIC S9(09)V99.
      * Why the interest charge stands as it does
               10  ICC-CHARGE-BASIS              PIC X(01).
                   88  ICC-BASIS-CHARGED         VALUE 'C'.
      *            paid in full by the due date -- purchase grace
                   88  ICC-BASIS-GRACE           VALUE 'G'.
      *            installment plan segment -- never revolving
                   88  ICC-BASIS-PLAN            VALUE 'I'.
      *            no interest accrues: nonaccrual, charged off,
      *            deceased holder, or a zero rate
                   88  ICC-BASIS-NONE            VALUE 'N'.
               10  FILLER                        PIC X(44).
      * --- The same bytes on the account row ---
           05  ICC-ACCOUNT-DATA REDEFINES ICC-BALANCE-DATA.
               10  ICC-LATE-FEE                  PIC S9(07)V99.
      * Zero when the account's group has no penalty pricing
               10  ICC-PENALTY-APR               PIC S9(04)V99.
      * Balance-weighted APR the estimates were run at
               10  ICC-PAYOFF-APR                PIC S9(04)V99.
               10  ICC-PAYOFF-BAL                PIC S9(11)V99.
      * 9999 -- the minimum payment never pays the balance off
               10  ICC-MINPAY-MONTHS             PIC 9(04).
                   88  ICC-MINPAY-NEVER          VALUE 9999.
               10  ICC-MINPAY-TOTAL              PIC S9(11)V99.
               10  ICC-36M-PAYMENT               PIC S9(09)V99.
               10  ICC-36M-TOTAL                 PIC S9(11)V99.
      * --- Reserved space (bytes 103-120) ---
           05  FILLER                            PIC X(18).
