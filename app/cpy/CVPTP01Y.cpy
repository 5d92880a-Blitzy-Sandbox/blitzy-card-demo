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
      * Record Layout Copybook: Promise-to-pay record (100 bytes)
      * Defines the record structure for the PROMISE VSAM KSDS
      * dataset -- one record per promised payment a collector
      * takes on COCOL01C with outcome 'P'. A customer promising
      * several payments (say half now, half in two weeks) gets
      * one record per amount and date; together they are the
      * arrangement.
      *
      * Composite primary key (21 bytes):
      *   PTP-ACCT-ID (11) + PTP-DUE-DATE (10) -- a browse of
      *   the account reads its promises in due-date order, the
      *   order payments are credited to them.
      *
      * Lifecycle, driven nightly by CBPTP01C:
      *   'O' - open: payments posted (CBTRN02C, type 02) since
      *         the promise was taken are credited to it,
      *         earliest due date first, in PTP-PAID-AMT. The
      *         account is held off the COCOL00C queue list and
      *         the dialer extract (CWQ-PTP-STATUS, CVCOL01Y).
      *   'K' - kept: paid in full, on or before the due date.
      *   'S' - partially kept: the due date passed with some,
      *         but not all, of the amount paid.
      *   'B' - broken: the due date passed with nothing paid.
      *   'C' - cancelled: a later promise of an arrangement
      *         that was broken or short-paid. One miss breaks
      *         the arrangement and the account goes back on
      *         the queue ahead of its stage.
      *
      * Consuming Programs:
      *   COCOL01C  - Collections contact screen (writes)
      *   CBPTP01C  - Nightly kept/broken evaluation and the
      *               promise performance report (rewrites)
      *
      * Cross-References:
      *   CVCOL01Y.cpy - CWQ-PTP-STATUS / CWQ-CONTACT-OUTCOME
      *   CSUSR01Y.cpy - SEC-USR-ID of the collector
      *
       01  PROMISE-TO-PAY-RECORD.
      * --- Composite key (bytes 1-21): account + the date the
      *     payment is promised by, YYYY-MM-DD ---
           05  PTP-KEY.
               10  PTP-ACCT-ID                   PIC 9(11).
               10  PTP-DUE-DATE                  PIC X(10).
      * --- Amount promised (bytes 22-32) and paid toward it so
      *     far (bytes 33-43) ---
           05  PTP-AMOUNT                        PIC S9(09)V99.
           05  PTP-PAID-AMT                      PIC S9(09)V99.
      * --- Promise status (byte 44) ---
           05  PTP-STATUS                        PIC X(01).
               88  PTP-STATUS-OPEN               VALUE 'O'.
               88  PTP-STATUS-KEPT               VALUE 'K'.
               88  PTP-STATUS-PARTIAL            VALUE 'S'.
               88  PTP-STATUS-BROKEN             VALUE 'B'.
               88  PTP-STATUS-CANCELLED          VALUE 'C'.
               88  PTP-STATUS-MISSED             VALUE 'S' 'B'.
      * --- When the promise was taken, YYYYMMDDHHMMSS
      *     (bytes 45-58), and by which collector (59-66) ---
           05  PTP-CREATED-TS                    PIC X(14).
           05  PTP-USR-ID                        PIC X(08).
      * --- Date CBPTP01C settled the promise, YYYY-MM-DD
      *     (bytes 67-76); spaces while open ---
           05  PTP-EVAL-DATE                     PIC X(10).
      * --- Reserved space (bytes 77-100) ---
           05  FILLER                            PIC X(24).
