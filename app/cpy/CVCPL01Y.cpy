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
      * Record Layout Copybook: Complaint case record (300 bytes)
      * Defines the record structure for the CMPLNT VSAM KSDS
      * dataset -- one row per customer complaint, worked from
      * receipt to close inside the regulatory timeframes. A
      * CONOT00C note tagged CM records that a customer was
      * unhappy; a case here is what compliance tracks.
      * Composite primary key (12 bytes, position 1):
      *   CPL-CUST-ID (9) + CPL-SEQ (3), the sequence numbering
      *   the customer's complaints from 001 on, so a browse on
      *   the customer prefix returns the history oldest first
      *   -- which is how a repeat complaint is found.
      *
      * Workflow (CPL-STATUS), moved one step at a time on
      * COCPL00C:
      *   'R' - received: the case is opened with its account,
      *         product, issue category and channel, and the two
      *         due dates are set from the received date
      *   'A' - acknowledged to the customer (CPL-ACK-DATE)
      *   'I' - under investigation by the case owner
      *   'S' - responded: the answer is sent (CPL-RESP-DATE);
      *         root cause and resolution must be recorded first
      *   'C' - closed (CPL-CLOSED-DATE)
      *
      * Timeframes, counted in calendar days from the received
      * date when the case is opened:
      *   billing error (BD) and unauthorized use (UT) --
      *     acknowledge within 30 days, resolve within 90 (the
      *     two-billing-cycle limit for a billing-error notice)
      *   every other category -- acknowledge within 5 days,
      *     respond within 15
      *
      * Repeat complaints: a case received within 90 days of
      * the same customer's previous case is flagged
      * CPL-REPEAT-FLAG 'Y' with the earlier case's sequence in
      * CPL-REPEAT-OF-SEQ -- set by COCPL00C when the case is
      * opened and confirmed by the CBCPL01C weekly report.
      *
      * Consuming Programs:
      *   COCPL00C  - Complaint case screen (opens, updates and
      *               moves the cases; writes the CM account note
      *               the case links to)
      *   CBCPL01C  - Weekly complaint aging and root-cause
      *               report
      *
      * Cross-References:
      *   CVNOT01Y.cpy - the ACCTNOTE note (NOTE-CAT-COMPLAINT)
      *                  the case was opened with, keyed by
      *                  CPL-ACCT-ID + CPL-NOTE-TS
      *   CVTRA05Y.cpy - TRAN-ID of the disputed transaction
      *   CVPRD01Y.cpy - PRD-GROUP-ID, the product complained of
      *   CSUSR01Y.cpy - SEC-USR-ID of the owner and the agents
      *
       01  COMPLAINT-RECORD.
      * --- Composite key: customer + case sequence
      *     (bytes 1-12) ---
           05  CPL-KEY.
               10  CPL-CUST-ID                   PIC 9(09).
               10  CPL-SEQ                       PIC 9(03).
      * --- Workflow status (byte 13) ---
           05  CPL-STATUS                        PIC X(01).
               88  CPL-STATUS-RECEIVED           VALUE 'R'.
               88  CPL-STATUS-ACKNOWLEDGED       VALUE 'A'.
               88  CPL-STATUS-INVESTIGATING      VALUE 'I'.
               88  CPL-STATUS-RESPONDED          VALUE 'S'.
               88  CPL-STATUS-CLOSED             VALUE 'C'.
               88  CPL-STATUS-OPEN               VALUE 'R' 'A' 'I'
                                                       'S'.
               88  CPL-STATUS-AWAITING-RESP      VALUE 'R' 'A' 'I'.
      * --- The account complained of (bytes 14-24) and, when
      *     the complaint is about one posting, the disputed
      *     transaction (bytes 25-40; spaces when none) ---
           05  CPL-ACCT-ID                       PIC 9(11).
           05  CPL-TRAN-ID                       PIC X(16).
      * --- Product: the account's ACCT-GROUP-ID when the case
      *     was opened (bytes 41-50) ---
           05  CPL-GROUP-ID                      PIC X(10).
      * --- Regulatory issue category (bytes 51-52) ---
           05  CPL-ISSUE-CAT                     PIC X(02).
               88  CPL-CAT-BILLING-DISPUTE       VALUE 'BD'.
               88  CPL-CAT-UNAUTHORIZED          VALUE 'UT'.
               88  CPL-CAT-FEES-INTEREST         VALUE 'FE'.
               88  CPL-CAT-CREDIT-REPORTING      VALUE 'CR'.
               88  CPL-CAT-COLLECTIONS           VALUE 'CL'.
               88  CPL-CAT-PAYMENTS              VALUE 'PY'.
               88  CPL-CAT-REWARDS               VALUE 'RW'.
               88  CPL-CAT-ACCOUNT-MGMT          VALUE 'AC'.
               88  CPL-CAT-PRIVACY               VALUE 'PV'.
               88  CPL-CAT-DISCRIMINATION        VALUE 'DS'.
               88  CPL-CAT-SERVICE               VALUE 'SV'.
               88  CPL-CAT-OTHER                 VALUE 'OT'.
               88  CPL-CAT-VALID                 VALUE 'BD' 'UT'
                                                 'FE' 'CR' 'CL'
                                                 'PY' 'RW' 'AC'
                                                 'PV' 'DS' 'SV'
                                                 'OT'.
               88  CPL-CAT-BILLING-ERROR-RULES   VALUE 'BD' 'UT'.
      * --- Channel the complaint arrived by (byte 53) ---
           05  CPL-CHANNEL                       PIC X(01).
               88  CPL-CHNL-PHONE                VALUE 'P'.
               88  CPL-CHNL-MAIL                 VALUE 'M'.
               88  CPL-CHNL-EMAIL                VALUE 'E'.
               88  CPL-CHNL-WEB-CHAT             VALUE 'W'.
               88  CPL-CHNL-BRANCH               VALUE 'B'.
               88  CPL-CHNL-REGULATOR            VALUE 'R'.
               88  CPL-CHNL-SOCIAL-MEDIA         VALUE 'S'.
               88  CPL-CHNL-VALID                VALUE 'P' 'M' 'E'
                                                 'W' 'B' 'R' 'S'.
      * --- Case owner (bytes 54-61) and the agent who opened
      *     the case (bytes 62-69) ---
           05  CPL-OWNER-USR-ID                  PIC X(08).
           05  CPL-OPENED-BY-USR-ID              PIC X(08).
      * --- Dates, YYYY-MM-DD (bytes 70-129): received, the
      *     acknowledgement due and made, the response due and
      *     sent, and closed. Unreached steps are spaces ---
           05  CPL-RECEIVED-DATE                 PIC X(10).
           05  CPL-ACK-DUE-DATE                  PIC X(10).
           05  CPL-ACK-DATE                      PIC X(10).
           05  CPL-RESP-DUE-DATE                 PIC X(10).
           05  CPL-RESP-DATE                     PIC X(10).
           05  CPL-CLOSED-DATE                   PIC X(10).
      * --- Root cause found by the investigation
      *     (bytes 130-131) ---
           05  CPL-ROOT-CAUSE                    PIC X(02).
               88  CPL-RC-PROCESS                VALUE 'PE'.
               88  CPL-RC-SYSTEM                 VALUE 'SE'.
               88  CPL-RC-AGENT                  VALUE 'AE'.
               88  CPL-RC-POLICY-DISCLOSURE      VALUE 'PD'.
               88  CPL-RC-THIRD-PARTY            VALUE 'TP'.
               88  CPL-RC-CUST-MISUNDERSTOOD     VALUE 'CU'.
               88  CPL-RC-FRAUD                  VALUE 'FR'.
               88  CPL-RC-NO-ERROR               VALUE 'NE'.
               88  CPL-RC-VALID                  VALUE 'PE' 'SE'
                                                 'AE' 'PD' 'TP'
                                                 'CU' 'FR' 'NE'.
      * --- Resolution (byte 132) and any monetary relief given
      *     (bytes 133-141) ---
           05  CPL-RESOLUTION                    PIC X(01).
               88  CPL-RES-MONETARY              VALUE 'M'.
               88  CPL-RES-NON-MONETARY          VALUE 'N'.
               88  CPL-RES-EXPLANATION           VALUE 'E'.
               88  CPL-RES-WITHDRAWN             VALUE 'W'.
               88  CPL-RES-VALID                 VALUE 'M' 'N' 'E'
                                                 'W'.
           05  CPL-RELIEF-AMT                    PIC S9(07)V99.
      * --- Repeat complaint: 'Y' when received within 90 days
      *     of the customer's previous case (byte 142), and that
      *     case's sequence (bytes 143-145) ---
           05  CPL-REPEAT-FLAG                   PIC X(01).
               88  CPL-IS-REPEAT                 VALUE 'Y'.
           05  CPL-REPEAT-OF-SEQ                 PIC 9(03).
      * --- The CM note written when the case was opened,
      *     NOTE-TS of ACCTNOTE key CPL-ACCT-ID + this
      *     (bytes 146-159) ---
           05  CPL-NOTE-TS                       PIC X(14).
      * --- Last change, YYYYMMDDHHMMSS and user
      *     (bytes 160-181) ---
           05  CPL-LAST-UPD-TS                   PIC X(14).
           05  CPL-LAST-UPD-USR-ID               PIC X(08).
      * --- What the customer complained of (bytes 182-241) ---
           05  CPL-SUMMARY                       PIC X(60).
      * --- Reserved space (bytes 242-300) ---
           05  FILLER                            PIC X(59).
