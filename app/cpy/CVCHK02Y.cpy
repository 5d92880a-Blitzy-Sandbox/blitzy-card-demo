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
      * Record Layout Copybook: Convenience check item status
      * (170 bytes)
      * Defines the record structure for the CHKITEM VSAM KSDS
      * dataset -- one record per issued convenience check that
      * something has happened to: a stop-payment placed on it,
      * or its presentment through the bank's clearing file. An
      * issued check with no record here is simply outstanding.
      *
      * Composite primary key (21 bytes):
      *   CHI-ACCT-ID (11) + CHI-CHECK-NUM (10).
      *
      * Status lifecycle:
      *   'S' - stopped: stop-payment placed on COCHK00C; the
      *         clearing intake returns the check unpaid
      *   'L' - stop released on COCHK00C; the check may clear
      *   'P' - paid: cleared by CBCHK01C and staged to DALYTRAN
      *         (CHI-PAID-TRAN-ID); a second presentment is
      *         returned as already paid. A paid check can no
      *         longer be stopped.
      *   'R' - returned: refused by CBCHK01C and reported back
      *         to the clearing bank (CHI-RETURN-REASON); a
      *         re-presentment is evaluated afresh. A stopped
      *         check that is presented keeps its 'S' status --
      *         the return is still recorded in the return fields.
      *
      * Return reasons (also carried on the outbound CHKRTN
      * file):
      *   STP - stop payment on file
      *   DUP - check already paid
      *   NIS - check number not issued to the account
      *   NAC - no such account
      *   CLS - account closed or closing
      *   CHG - account charged off
      *   OVL - amount exceeds the available credit
      *
      * Consuming Programs:
      *   COCHK00C  - Convenience check screen (places and
      *               releases stops)
      *   CBCHK01C  - Check clearing intake (pays and returns)
      *
      * Cross-References:
      *   CVCHK01Y.cpy - the account's issued check range
      *   CVTRA06Y.cpy - the staged 12/0001 transaction
      *
       01  CHECK-ITEM-RECORD.
      * --- Composite key (bytes 1-21) ---
           05  CHI-KEY.
               10  CHI-ACCT-ID                   PIC 9(11).
               10  CHI-CHECK-NUM                 PIC 9(10).
      * --- Item status (byte 22) ---
           05  CHI-STATUS                        PIC X(01).
               88  CHI-STATUS-STOPPED            VALUE 'S'.
               88  CHI-STATUS-RELEASED           VALUE 'L'.
               88  CHI-STATUS-PAID               VALUE 'P'.
               88  CHI-STATUS-RETURNED           VALUE 'R'.
      * --- Stop-payment: the amount and payee the customer
      *     gave (zero / spaces when unknown), the reason, when
      *     and by whom the stop was placed (bytes 23-105) ---
           05  CHI-STOP-AMT                      PIC S9(09)V99.
           05  CHI-STOP-PAYEE                    PIC X(20).
           05  CHI-STOP-REASON                   PIC X(20).
           05  CHI-STOP-DATE                     PIC X(10).
           05  CHI-STOP-USR-ID                   PIC X(08).
           05  CHI-STOP-TS                       PIC X(14).
      * --- Last presentment: the bank's item reference, the
      *     amount presented and the business date it cleared
      *     (bytes 106-141) ---
           05  CHI-BANK-ITEM-REF                 PIC X(15).
           05  CHI-PRESENTED-AMT                 PIC S9(09)V99.
           05  CHI-PRESENTED-DATE                PIC X(10).
      * --- Outcome of the last presentment: the DALYTRAN ID
      *     staged when paid (bytes 142-157), or the return
      *     reason when refused (bytes 158-160) ---
           05  CHI-PAID-TRAN-ID                  PIC X(16).
           05  CHI-RETURN-REASON                 PIC X(03).
      * --- Reserved space (bytes 161-170) ---
           05  FILLER                            PIC X(10).
