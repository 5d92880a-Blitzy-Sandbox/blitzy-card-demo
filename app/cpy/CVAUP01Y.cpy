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
      * Record Layout Copybook: Authorized party record (150 bytes)
      * Defines the record structure for the AUTHPTY VSAM KSDS
      * dataset -- one row per third party the account holder has
      * authorized to deal with us on the account: a spouse or
      * family member added as a contact, an attorney, a guardian,
      * or an agent under a power of attorney.
      * Composite primary key (13 bytes, position 1):
      *   AUP-ACCT-ID (11) + AUP-SEQ (2), the sequence numbering
      *   the account's parties from 01 on, so a browse on the
      *   account prefix returns every party ever recorded.
      *
      * Scope (AUP-SCOPE):
      *   'I' - inquiry only: the party may be told about the
      *         account but may not change anything on it
      *   'F' - full servicing: the party may also make payments
      *         and maintain the account and customer details
      *
      * Status (AUP-STATUS). Only an 'A' party whose expiry date
      * (if any) is still ahead of today may act on the account;
      * rows are never deleted, so the history survives:
      *   'A' - active
      *   'E' - expired: AUP-EXPIRY-DATE has passed (set by the
      *         CBAUP01C daily run)
      *   'R' - revoked by the account holder or by us
      *   'T' - terminated by the death of the account holder --
      *         a power of attorney ends with the principal (set
      *         by CODEC00C)
      * AUP-END-DATE is the date an E/R/T status took effect.
      *
      * Consuming Programs:
      *   COAUP00C  - Authorized party maintenance (admin screen:
      *               adds, changes and revokes)
      *   COC3600C  - Customer 360 (shows the active parties)
      *   COBIL00C  - Bill payment (validates the acting party)
      *   COCUP00C  - Contact update (validates the acting party)
      *   CODEC00C  - Deceased processing (terminates powers of
      *               attorney)
      *   CBAUP01C  - Daily authorization expiry
      *   CBATO01C  - Account takeover detection (a party added
      *               recently is one of its servicing events)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-ID, the account the party acts on
      *   CSAUD01Y.cpy - the 'd' AUDITLOG record written for each
      *                  maintenance action and for each action
      *                  an authorized party takes
      *   CVCHS01Y.cpy - CHS-ACTING-PARTY-SEQ on a contact change
      *                  made by a party
      *
       01  AUTHORIZED-PARTY-RECORD.
      * --- Composite key: account + party sequence
      *     (bytes 1-13) ---
           05  AUP-KEY.
               10  AUP-ACCT-ID                   PIC 9(11).
               10  AUP-SEQ                       PIC 9(02).
      * --- Status (byte 14) ---
           05  AUP-STATUS                        PIC X(01).
               88  AUP-STATUS-ACTIVE             VALUE 'A'.
               88  AUP-STATUS-EXPIRED            VALUE 'E'.
               88  AUP-STATUS-REVOKED            VALUE 'R'.
               88  AUP-STATUS-TERMINATED         VALUE 'T'.
      * --- The party (bytes 15-57) ---
           05  AUP-NAME                          PIC X(40).
           05  AUP-RELATIONSHIP                  PIC X(02).
               88  AUP-REL-SPOUSE                VALUE 'SP'.
               88  AUP-REL-FAMILY                VALUE 'FM'.
               88  AUP-REL-ATTORNEY              VALUE 'AT'.
               88  AUP-REL-POWER-OF-ATTORNEY     VALUE 'PA'.
               88  AUP-REL-GUARDIAN              VALUE 'GD'.
               88  AUP-REL-OTHER                 VALUE 'OT'.
               88  AUP-REL-VALID                 VALUE 'SP' 'FM'
                                                       'AT' 'PA'
                                                       'GD' 'OT'.
           05  AUP-SCOPE                         PIC X(01).
               88  AUP-SCOPE-INQUIRY             VALUE 'I'.
               88  AUP-SCOPE-FULL                VALUE 'F'.
               88  AUP-SCOPE-VALID               VALUE 'I' 'F'.
      * --- Dates, YYYY-MM-DD (bytes 58-87): the authorizing
      *     document received, the expiry (spaces for none) and
      *     the date the party stopped being active ---
           05  AUP-DOC-RCVD-DATE                 PIC X(10).
           05  AUP-EXPIRY-DATE                   PIC X(10).
           05  AUP-END-DATE                      PIC X(10).
      * --- Who added the party, and the last change
      *     (bytes 88-117) ---
           05  AUP-ADDED-BY-USR-ID               PIC X(08).
           05  AUP-LAST-UPD-TS                   PIC X(14).
           05  AUP-LAST-UPD-USR-ID               PIC X(08).
      * --- The date the party was added, YYYY-MM-DD
      *     (bytes 118-127); spaces on parties added before it
      *     was kept ---
           05  AUP-ADDED-DATE                    PIC X(10).
      * --- Reserved space (bytes 128-150) ---
           05  FILLER                            PIC X(23).
