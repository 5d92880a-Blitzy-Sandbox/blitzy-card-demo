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
      * Record Layout Copybook: Agency placement record (120 bytes)
      * Defines the record structure for the AGYPLCMT VSAM KSDS
      * dataset -- one record per placement of a charged-off
      * account with an outside collection agency (CVAGY01Y.cpy).
      * A recall never deletes: the placement is marked RECALLED
      * and a reassignment adds the next sequence, so the file
      * keeps every agency's full history for the liquidation
      * figures on the inventory report.
      *
      * Composite primary key (13 bytes):
      *   AGP-ACCT-ID (11) + AGP-PLACEMENT-SEQ (2) -- the
      *   account's latest placement is the highest sequence.
      *
      * Lifecycle:
      *   'P' - placed: the agency is working the account.
      *         CBAGY01C places charged-off accounts with an
      *         open RCVRLEDG remainder, no active legal hold
      *         and no bankruptcy, and recalls them when the
      *         contract period runs out, the customer disputes
      *         the debt, or a legal hold or bankruptcy arrives.
      *   'R' - recalled: pulled back (AGP-RECALL-REASON); an
      *         expired or disputed placement is reassigned to a
      *         different agency on the next placement run.
      *   'C' - closed: the agency has collected the placed
      *         balance in full. The account is not placed again.
      *
      * Collections arrive on the agency's weekly remittance
      * file (CBAGY02C): the gross collected and the commission
      * kept accumulate here; the net posts as a recovery
      * through CBTRN02C to RCVRLEDG and the GL.
      *
      * Consuming Programs:
      *   CBAGY01C  - Monthly placement/recall batch (writes,
      *               rewrites, inventory report)
      *   CBAGY02C  - Weekly remittance intake (rewrites)
      *
      * Cross-References:
      *   CVRCV01Y.cpy - the charge-off the placement works
      *   CVAGY01Y.cpy - AGY-ID / AGY-CONTRACT-DAYS
      *
       01  AGENCY-PLACEMENT-RECORD.
      * --- Composite key (bytes 1-13) ---
           05  AGP-KEY.
               10  AGP-ACCT-ID                   PIC 9(11).
               10  AGP-PLACEMENT-SEQ             PIC 9(02).
      * --- Agency the account is placed with (bytes 14-17) ---
           05  AGP-AGENCY-ID                     PIC X(04).
      * --- Placement status (byte 18) ---
           05  AGP-STATUS                        PIC X(01).
               88  AGP-STATUS-PLACED             VALUE 'P'.
               88  AGP-STATUS-RECALLED           VALUE 'R'.
               88  AGP-STATUS-CLOSED             VALUE 'C'.
      * --- Placement date and the date the contract period
      *     runs out, YYYY-MM-DD (bytes 19-38) ---
           05  AGP-PLACED-DATE                   PIC X(10).
           05  AGP-RECALL-DUE-DATE               PIC X(10).
      * --- Balance placed: the RCVRLEDG open remainder on the
      *     placement date (bytes 39-50) ---
           05  AGP-PLACED-BAL                    PIC S9(10)V99.
      * --- Collected to date, gross, and the commission the
      *     agency kept out of it (bytes 51-74) ---
           05  AGP-GROSS-COLLECTED               PIC S9(10)V99.
           05  AGP-COMMISSION-AMT                PIC S9(10)V99.
      * --- Date of the latest remittance, YYYY-MM-DD
      *     (bytes 75-84) ---
           05  AGP-LAST-REMIT-DATE               PIC X(10).
      * --- Customer dispute reported by the agency (byte 85)
      *     and its date (bytes 86-95). A dispute recalls the
      *     placement on the next placement run ---
           05  AGP-DISPUTE-FLAG                  PIC X(01).
               88  AGP-DISPUTED                  VALUE 'Y'.
               88  AGP-NOT-DISPUTED              VALUE 'N' SPACES.
           05  AGP-DISPUTE-DATE                  PIC X(10).
      * --- Recall date (bytes 96-105) and reason (byte 106) ---
           05  AGP-RECALL-DATE                   PIC X(10).
           05  AGP-RECALL-REASON                 PIC X(01).
               88  AGP-RECALL-EXPIRED            VALUE 'E'.
               88  AGP-RECALL-DISPUTE            VALUE 'D'.
               88  AGP-RECALL-BANKRUPTCY         VALUE 'B'.
               88  AGP-RECALL-LEGAL-HOLD         VALUE 'L'.
               88  AGP-RECALL-REASSIGNABLE       VALUE 'E' 'D'.
      * --- Reserved space (bytes 107-120) ---
           05  FILLER                            PIC X(14).
