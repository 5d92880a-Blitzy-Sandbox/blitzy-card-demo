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
      * Record Layout Copybook: Work-item assignment record
      * (160 bytes)
      * Defines the record structure for the WORKITEM VSAM KSDS
      * dataset -- the common assignment layer over the review
      * queues. Each queue keeps its own record and its own
      * screen for working an item; this file adds what none of
      * them carry: the team and user it is routed to, its
      * priority, and the date it is due by.
      *
      * Composite primary key (28 bytes):
      *   WQI-QUEUE (4, the queue code below) +
      *   WQI-ITEM-KEY (24, the item's key on its own queue,
      *   left-justified), so a browse on a queue code returns
      *   that queue's items.
      *
      * Queue codes, the queue each stands over, the item key
      * and the item type the routing rules (CVWQR01Y.cpy) key
      * on:
      *   COLL - COLLWQ collections queue: account ID;
      *          delinquency stage '1'-'4'
      *   FRAU - FRAUDCSE fraud cases: FRD-KEY; case type
      *          'T' transaction, 'A' takeover, 'B' bust-out
      *   REJT - REJECTF reject queue: REJ-KEY; reject reason
      *   ESTA - ESTATEWQ estate queue: account ID; none
      *   KYCR - KYCWQ KYC refresh queue: customer ID; risk
      *          reason 'N', 'F' or 'G'
      *   SANC - SANMATCH sanctions matches: SMQ-KEY; match
      *          source 'O', 'U' or 'N'
      *   PEND - PENDTRAN pending approvals: PND-ID;
      *          transaction type code
      *   RTML - returned mail (CUSTDAT returned-mail flag):
      *          customer ID; none
      *
      * Lifecycle: CBWQA01C opens a row when it first finds an
      * item open on its queue, routes it, and stamps the due
      * date (opened date + the rule's SLA days). It closes the
      * row the first run the item is no longer open there --
      * worked on its own screen, or gone -- and purges closed
      * rows after a retention period. COWQA00C claims,
      * releases and reassigns open rows; CBWQS01C reports the
      * overdue ones and raises the SLA alerts.
      *
      * Consuming Programs:
      *   CBWQA01C  - Queue sync and routing (opens, closes,
      *               purges)
      *   CBWQS01C  - Daily SLA breach report (stamps the first
      *               breach date)
      *   COWQA00C  - Work-item claim / release / reassign
      *   COWQS00C  - Supervisor backlog and overdue summary
      *
      * Cross-References:
      *   CVWQR01Y.cpy - WQRULE, the routing rules
      *   CSUSR01Y.cpy - SEC-USR-ID of the assigned user
      *
       01  WORK-ITEM-RECORD.
      * --- Composite key (bytes 1-28) ---
           05  WQI-KEY.
               10  WQI-QUEUE                     PIC X(04).
                   88  WQI-QUEUE-COLLECTIONS     VALUE 'COLL'.
                   88  WQI-QUEUE-FRAUD           VALUE 'FRAU'.
                   88  WQI-QUEUE-REJECTS         VALUE 'REJT'.
                   88  WQI-QUEUE-ESTATE          VALUE 'ESTA'.
                   88  WQI-QUEUE-KYC             VALUE 'KYCR'.
                   88  WQI-QUEUE-SANCTIONS       VALUE 'SANC'.
                   88  WQI-QUEUE-PENDING         VALUE 'PEND'.
                   88  WQI-QUEUE-RETURNED-MAIL   VALUE 'RTML'.
               10  WQI-ITEM-KEY                  PIC X(24).
      * --- Item type the routing rule was chosen by
      *     (bytes 29-32) ---
           05  WQI-ITEM-TYPE                     PIC X(04).
      * --- Lifecycle status (byte 33) ---
           05  WQI-STATUS                        PIC X(01).
               88  WQI-STATUS-OPEN               VALUE 'O'.
               88  WQI-STATUS-CLOSED             VALUE 'X'.
      * --- Routed team, and the user working it; spaces in
      *     WQI-ASSIGNED-TO leave it in the team's pool
      *     (bytes 34-49) ---
           05  WQI-TEAM                          PIC X(08).
           05  WQI-ASSIGNED-TO                   PIC X(08).
      * --- Priority, 1 (highest) to 5 (byte 50) ---
           05  WQI-PRIORITY                      PIC 9(01).
      * --- Opened and due dates, YYYY-MM-DD (bytes 51-70) ---
           05  WQI-OPENED-DATE                   PIC X(10).
           05  WQI-DUE-DATE                      PIC X(10).
      * --- Last assignment change: when, and by whom -- the
      *     routing job's name for a routed item (bytes 71-92) ---
           05  WQI-ASSIGNED-TS                   PIC X(14).
           05  WQI-ASSIGNED-BY                   PIC X(08).
      * --- The last sync run that found the item open, and the
      *     date it closed (bytes 93-112) ---
           05  WQI-LAST-SEEN-DATE                PIC X(10).
           05  WQI-CLOSED-DATE                   PIC X(10).
      * --- The first breach report it appeared overdue on;
      *     spaces while within SLA (bytes 113-122) ---
           05  WQI-BREACH-DATE                   PIC X(10).
      * --- What the item is, in words (bytes 123-152) ---
           05  WQI-SUMMARY                       PIC X(30).
      * --- Reserved (bytes 153-160) ---
           05  FILLER                            PIC X(08).
