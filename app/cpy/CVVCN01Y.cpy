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
      * Record Layout Copybook: Virtual card number (200 bytes)
      * Defines the record structure for the VIRTCRD VSAM KSDS
      * dataset -- one row per virtual card number issued
      * against a real card (CARD-RECORD, CVACT02Y.cpy) for the
      * cardholder to give a merchant instead of the card.
      * Primary key: VCN-NUM (16 bytes, position 1) -- the
      * virtual number as it arrives on DALYTRAN. It is built
      * on the virtual BIN (an active BINRANGE row) with a
      * CSLUHNCK check digit, so it passes the posting
      * cascade's card-format stage like any card number.
      * Alternate index: VIRTCPAX path over VCN-CARD-NUM
      * (16 bytes, position 17, non-unique), so every virtual
      * number on one card can be listed.
      *
      * VCN-TYPE:
      *   'O' - one-time: the first posted purchase uses it up
      *   'M' - merchant-locked: reusable, but only at
      *         VCN-MERCHANT-ID
      * VCN-MERCHANT-ID locks either type to one merchant
      * (MER-ID, CVMER01Y.cpy); zeros on a one-time number
      * leaves it open to any merchant.
      *
      * VCN-STATUS:
      *   'A' - active: CBTRN02C posts a card-not-present
      *         purchase within the expiry, the cap and the
      *         merchant lock against VCN-CARD-NUM
      *   'U' - used: a one-time number's purchase has posted
      *   'C' - cancelled on COVCN00C
      * A used, cancelled or expired number rejects (reason
      * 128) for new purchases; credits back to it still post.
      *
      * Consuming Programs:
      *   COVCN00C  - Virtual card numbers (list, create,
      *               cancel)
      *   CBTRN02C  - Transaction posting (resolution, cap,
      *               lock and expiry enforcement, usage)
      *
      * Cross-References:
      *   CVACT02Y.cpy - CARD-NUM, the parent card
      *   CVBIN01Y.cpy - the virtual BIN's range row
      *
       01  VIRTUAL-CARD-RECORD.
      * --- Primary key: virtual card number (bytes 1-16) ---
           05  VCN-NUM                           PIC X(16).
      * --- Parent card, AIX key (bytes 17-32), and its
      *     account (bytes 33-43) ---
           05  VCN-CARD-NUM                      PIC X(16).
           05  VCN-ACCT-ID                       PIC 9(11).
      * --- Number type (byte 44) ---
           05  VCN-TYPE                          PIC X(01).
               88  VCN-TYPE-ONE-TIME             VALUE 'O'.
               88  VCN-TYPE-MERCHANT             VALUE 'M'.
               88  VCN-TYPE-VALID                VALUE 'O' 'M'.
      * --- Merchant lock, zeros = none (bytes 45-53) ---
           05  VCN-MERCHANT-ID                   PIC 9(09).
      * --- Expiry, YYYY-MM-DD (bytes 54-63) ---
           05  VCN-EXPIRY-DATE                   PIC X(10).
      * --- Spend cap and purchases posted against it
      *     (bytes 64-85) ---
           05  VCN-SPEND-CAP                     PIC S9(09)V99.
           05  VCN-SPENT-AMT                     PIC S9(09)V99.
      * --- Purchases posted (bytes 86-90) ---
           05  VCN-USE-COUNT                     PIC 9(05).
      * --- Status (byte 91) since YYYY-MM-DD (bytes 92-101) ---
           05  VCN-STATUS                        PIC X(01).
               88  VCN-STATUS-ACTIVE             VALUE 'A'.
               88  VCN-STATUS-USED               VALUE 'U'.
               88  VCN-STATUS-CANCELLED          VALUE 'C'.
           05  VCN-STATUS-DATE                   PIC X(10).
      * --- Created on, YYYY-MM-DD, and by (bytes 102-119);
      *     cancelled by (bytes 120-127) ---
           05  VCN-CREATED-DATE                  PIC X(10).
           05  VCN-CREATED-USR-ID                PIC X(08).
           05  VCN-CANCEL-USR-ID                 PIC X(08).
      * --- Last posted use, YYYYMMDDHHMMSS, and its
      *     transaction (bytes 128-157) ---
           05  VCN-LAST-USED-TS                  PIC X(14).
           05  VCN-LAST-TRAN-ID                  PIC X(16).
      * --- Reserved space (bytes 158-200) ---
           05  FILLER                            PIC X(43).
