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
      * Record Layout Copybook: Device token lifecycle notice
      * (150 bytes)
      * The one layout used in both directions between us and
      * the card network's token service, both sequential:
      *   DTKNOTIF - inbound provisioning notifications, loaded
      *              onto DEVTOKN (CVDTK01Y.cpy) by CBDTK01C
      *   DTKLIFE  - outbound lifecycle changes made here (a
      *              hotlist, a closure, a reissue), written by
      *              CBDTK01C from the DEVTOKN pending flags
      *
      * DTN-ACTION:
      *   'P' - provision: a new token (inbound only)
      *   'S' - suspend
      *   'R' - resume a suspended token
      *   'D' - delete
      *   'U' - update: the token now funds from DTN-CARD-NUM
      *         (previously DTN-PRIOR-CARD-NUM) with the expiry
      *         DTN-CARD-EXPIRY-DATE (outbound only)
      * DTN-TOKEN-STATUS carries the token's DEVTOKN status
      * after the change -- on an update it tells the network
      * whether the relinked token is live ('A') again.
      *
      * Consuming Programs:
      *   CBDTK01C  - Token provisioning load / lifecycle extract
      *
       01  DEVICE-TOKEN-NOTICE-RECORD.
      * --- Lifecycle action (byte 1) ---
           05  DTN-ACTION                        PIC X(01).
               88  DTN-ACTION-PROVISION          VALUE 'P'.
               88  DTN-ACTION-SUSPEND            VALUE 'S'.
               88  DTN-ACTION-RESUME             VALUE 'R'.
               88  DTN-ACTION-DELETE             VALUE 'D'.
               88  DTN-ACTION-UPDATE             VALUE 'U'.
      * --- Device token number and network reference
      *     (bytes 2-49) ---
           05  DTN-TOKEN-NUM                     PIC X(16).
           05  DTN-TOKEN-REF                     PIC X(32).
      * --- Funding card and, for an update, the card it
      *     replaced (bytes 50-81) ---
           05  DTN-CARD-NUM                      PIC X(16).
           05  DTN-PRIOR-CARD-NUM                PIC X(16).
      * --- Funding card expiry, YYYY-MM-DD (bytes 82-91) ---
           05  DTN-CARD-EXPIRY-DATE              PIC X(10).
      * --- Wallet and device (bytes 92-114), see
      *     CVDTK01Y.cpy for the codes ---
           05  DTN-WALLET-ID                     PIC X(02).
           05  DTN-DEVICE-TYPE                   PIC X(01).
           05  DTN-DEVICE-NAME                   PIC X(20).
      * --- Reason code (bytes 115-116), outbound: the
      *     DTK-STATUS-REASON behind the change ---
           05  DTN-REASON                        PIC X(02).
      * --- Event time, YYYYMMDDHHMMSS (bytes 117-130) ---
           05  DTN-EVENT-TS                      PIC X(14).
      * --- Token status after the change (byte 131) ---
           05  DTN-TOKEN-STATUS                  PIC X(01).
      * --- Reserved space (bytes 132-150) ---
           05  FILLER                            PIC X(19).
