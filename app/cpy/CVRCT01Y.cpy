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
      * Record Layout Copybook: User access recertification
      * record (250 bytes)
      * Defines the record structure for the USRCERT VSAM KSDS
      * dataset -- one access recertification campaign: every
      * USRSEC user active when the campaign opened, what
      * access they held, and what their manager decided.
      * Primary key: RCT-KEY (16 bytes, position 1) -- campaign
      * ID + user ID, so one campaign's rows browse together.
      *
      * Two kinds of row per campaign:
      *   - the campaign row, user ID LOW-VALUES (first in the
      *     campaign's key range): opening date, deadline,
      *     open/closed, and the counts the campaign closed on
      *   - one row per user extracted: name, user type, role
      *     (SEC-USR-ROLE-ID) and the programs the role is
      *     entitled to (ENTITLE, as CORLM00C maintains it --
      *     the first ten held here, the count of all), last
      *     sign-on and manager as they stood at extract; then
      *     the decision, who made it and when
      *
      * Life of a campaign:
      *   CBRCT01C  opens it: extracts the active users, all
      *             pending, with the certification deadline
      *   CORCT00C  the manager (SEC-USR-MANAGER-ID; an admin
      *             for a user with no manager on file)
      *             certifies or revokes each pending user; a
      *             revoke deactivates the user at once, the
      *             soft delete COUSR03C performs
      *   CBRCT02C  after the deadline deactivates every user
      *             still pending the same way, closes the
      *             campaign and prints the completion report;
      *             run earlier, it reports progress only
      *
      * Consuming Programs:
      *   CBRCT01C  - Campaign extract (writes)
      *   CORCT00C  - Certify / revoke screen (updates rows)
      *   CBRCT02C  - Deadline and completion report
      *
      * Cross-References:
      *   CSUSR01Y.cpy - USRSEC, the users certified
      *   CVENT01Y.cpy - ENTITLE, the role entitlements
      *   CSAUD01Y.cpy - AUDITLOG 'j' (decision) and 'X'
      *                  (deactivation) records
      *
       01  USER-RECERT-RECORD.
      * --- Composite key (bytes 1-16) ---
           05  RCT-KEY.
               10  RCT-CAMPAIGN-ID               PIC X(08).
               10  RCT-USR-ID                    PIC X(08).
                   88  RCT-CAMPAIGN-ROW          VALUE LOW-VALUES.
      * --- User row (bytes 17-193) ---
           05  RCT-USER-DATA.
               10  RCT-USR-FNAME                 PIC X(20).
               10  RCT-USR-LNAME                 PIC X(20).
               10  RCT-USR-TYPE                  PIC X(01).
      * Spaces -- no role; the user's type alone grants access
               10  RCT-ROLE-ID                   PIC X(08).
      * YYYYMMDDHHMMSS, spaces -- never signed on
               10  RCT-LAST-LOGIN-TS             PIC X(14).
      * Spaces -- no manager on file; an admin decides
               10  RCT-MANAGER-ID                PIC X(08).
      * Programs the role is entitled to (ALLOW rows): the
      * count of all, the names of the first ten
               10  RCT-ENT-COUNT                 PIC 9(03).
               10  RCT-ENT-PGM                   PIC X(08)
                                                 OCCURS 10 TIMES.
               10  RCT-DECISION                  PIC X(01).
                   88  RCT-DECISION-PENDING      VALUE 'P'.
                   88  RCT-DECISION-CERTIFIED    VALUE 'C'.
                   88  RCT-DECISION-REVOKED      VALUE 'R'.
      *            not decided by the deadline -- deactivated
                   88  RCT-DECISION-EXPIRED      VALUE 'X'.
      *            already deactivated or removed by another
      *            path when the deadline came
                   88  RCT-DECISION-NOT-ACTIVE   VALUE 'I'.
               10  RCT-DECIDED-BY                PIC X(08).
               10  RCT-DECIDED-TS                PIC X(14).
      * --- The same bytes on the campaign row ---
           05  RCT-CAMPAIGN-DATA REDEFINES RCT-USER-DATA.
               10  RCT-OPEN-DATE                 PIC X(10).
               10  RCT-DEADLINE                  PIC X(10).
               10  RCT-CAMPAIGN-STATUS           PIC X(01).
                   88  RCT-CAMPAIGN-OPEN         VALUE 'O'.
                   88  RCT-CAMPAIGN-CLOSED       VALUE 'C'.
               10  RCT-CLOSED-DATE               PIC X(10).
               10  RCT-USER-COUNT                PIC 9(05).
               10  RCT-CERTIFIED-COUNT           PIC 9(05).
               10  RCT-REVOKED-COUNT             PIC 9(05).
               10  RCT-EXPIRED-COUNT             PIC 9(05).
               10  RCT-NOT-ACTIVE-COUNT          PIC 9(05).
               10  FILLER                        PIC X(121).
      * --- Reserved space (bytes 194-250) ---
           05  FILLER                            PIC X(57).
