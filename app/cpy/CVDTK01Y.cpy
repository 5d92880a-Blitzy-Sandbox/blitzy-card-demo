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
      * Record Layout Copybook: Digital wallet device token
      * (200 bytes)
      * Defines the record structure for the DEVTOKN VSAM KSDS
      * dataset -- one row per device token the card network
      * has provisioned into a wallet (Apple Pay, Google Pay,
      * Samsung Pay) for one of our cards.
      * Primary key: DTK-TOKEN-NUM (16 bytes, position 1) --
      * the device account number the phone or watch presents
      * in place of the card number, and what arrives on
      * DALYTRAN for a wallet purchase.
      * Alternate index: DEVTKCAX path over DTK-CARD-NUM
      * (16 bytes, position 17, non-unique), so every token on
      * one card can be browsed.
      *
      * Records are added and changed by CBDTK01C from the
      * network's provisioning notification file. The online
      * card actions change them locally through CSDTKPY.cpy:
      *   COHOT00C  hotlisting suspends the card's active tokens
      *   COCRDUPC  closing the card (active status 'N')
      *             suspends them and reopening it resumes
      *             them; reissuing it relinks them to the
      *             replacement card and resumes any a hotlist
      *             suspended
      * Deletion comes only from the network (the wallet
      * holder removed the card, or the device was wiped).
      * A local change sets DTK-PENDING-NOTIFY, and CBDTK01C's
      * next run reports it back to the network on the outbound
      * lifecycle file and clears the flag.
      *
      * DTK-STATUS:
      *   'A' - active: CBTRN02C resolves the token to
      *         DTK-CARD-NUM and posts against the card
      *   'S' - suspended: CBTRN02C rejects (reason 127)
      *   'D' - deleted: CBTRN02C rejects (reason 127); the
      *         row is kept for the dispute trail
      * DTK-STATUS-REASON, why the status last changed:
      *   'NW' network notification, 'HL' card hotlisted,
      *   'CL' card closed, 'RI' card reissued
      *
      * Consuming Programs:
      *   CBDTK01C  - Token provisioning load / lifecycle extract
      *   CBTRN02C  - Transaction posting (token resolution)
      *   COHOT00C  - Hotlisting (suspends tokens)
      *   COCRDUPC  - Card update (suspends, resumes and
      *               relinks tokens)
      *
      * Cross-References:
      *   CVDTK02Y.cpy - the network notification record
      *   CSDTKWY.cpy / CSDTKPY.cpy - the online token update
      *   CVACT02Y.cpy - CARD-NUM, the funding card
      *
       01  DEVICE-TOKEN-RECORD.
      * --- Primary key: device token number (bytes 1-16) ---
           05  DTK-TOKEN-NUM                     PIC X(16).
      * --- Funding card, AIX key (bytes 17-32), and its
      *     account (bytes 33-43) ---
           05  DTK-CARD-NUM                      PIC X(16).
           05  DTK-ACCT-ID                       PIC 9(11).
      * --- Network token reference (bytes 44-75) ---
           05  DTK-TOKEN-REF                     PIC X(32).
      * --- Wallet provider (bytes 76-77) ---
           05  DTK-WALLET-ID                     PIC X(02).
               88  DTK-WALLET-APPLE              VALUE 'AP'.
               88  DTK-WALLET-GOOGLE             VALUE 'GP'.
               88  DTK-WALLET-SAMSUNG            VALUE 'SP'.
               88  DTK-WALLET-OTHER              VALUE 'OT'.
      * --- Device type (byte 78) and name (bytes 79-98) ---
           05  DTK-DEVICE-TYPE                   PIC X(01).
               88  DTK-DEVICE-PHONE              VALUE 'P'.
               88  DTK-DEVICE-WATCH              VALUE 'W'.
               88  DTK-DEVICE-TABLET             VALUE 'T'.
               88  DTK-DEVICE-OTHER              VALUE 'O'.
           05  DTK-DEVICE-NAME                   PIC X(20).
      * --- Token status (byte 99), since YYYY-MM-DD
      *     (bytes 100-109), and why (bytes 110-111) ---
           05  DTK-STATUS                        PIC X(01).
               88  DTK-STATUS-ACTIVE             VALUE 'A'.
               88  DTK-STATUS-SUSPENDED          VALUE 'S'.
               88  DTK-STATUS-DELETED            VALUE 'D'.
           05  DTK-STATUS-DATE                   PIC X(10).
           05  DTK-STATUS-REASON                 PIC X(02).
               88  DTK-REASON-NETWORK            VALUE 'NW'.
               88  DTK-REASON-HOTLIST            VALUE 'HL'.
               88  DTK-REASON-CLOSED             VALUE 'CL'.
               88  DTK-REASON-REISSUE            VALUE 'RI'.
      * --- Provisioned on, YYYY-MM-DD (bytes 112-121) ---
           05  DTK-PROVISION-DATE                PIC X(10).
      * --- Funding card expiry as last told to the network,
      *     YYYY-MM-DD (bytes 122-131) ---
           05  DTK-CARD-EXPIRY-DATE              PIC X(10).
      * --- The card the token was linked to before its last
      *     relink (bytes 132-147); spaces if never relinked ---
           05  DTK-PRIOR-CARD-NUM                PIC X(16).
      * --- Local change still to report to the network
      *     (byte 148); space when nothing is pending ---
           05  DTK-PENDING-NOTIFY                PIC X(01).
               88  DTK-NOTIFY-NONE               VALUE ' '.
               88  DTK-NOTIFY-SUSPEND            VALUE 'S'.
               88  DTK-NOTIFY-RESUME             VALUE 'R'.
               88  DTK-NOTIFY-UPDATE             VALUE 'U'.
      * --- Last change, YYYYMMDDHHMMSS and user or program
      *     (bytes 149-170) ---
           05  DTK-LAST-UPD-TS                   PIC X(14).
           05  DTK-LAST-UPD-USR-ID               PIC X(08).
      * --- Reserved space (bytes 171-200) ---
           05  FILLER                            PIC X(30).
