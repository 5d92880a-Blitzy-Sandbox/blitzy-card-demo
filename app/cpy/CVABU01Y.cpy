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
      * Record Layout Copybook: Account-updater card state
      * (50 bytes)
      * Defines the record structure for the ABUSTAT VSAM KSDS
      * dataset -- one row per card, holding the card as the
      * card networks' account-updater service last knew it.
      * Primary key: ABS-CARD-NUM (16 bytes, position 1).
      *
      * CBABU01C walks the card master every day and compares
      * each card with its row here. A card whose expiry has
      * moved (a COCRDUPC reissue, an expiry correction, a
      * COXFR00C re-emboss) or that has newly become unusable
      * (hotlisted on COHOT00C, closed on COCRDUPC, or its
      * account closed) goes to the network on the outbound
      * ABUOUT file, and its row is brought up to date. The
      * first time a card is seen its row is only recorded --
      * nothing is sent for a card the network has never been
      * told was changed.
      *
      * ABS-CLOSED-FLAG:
      *   'Y' - a closed-account notice has been sent; a card
      *         that is later reopened clears it, and a second
      *         closure sends a second notice
      *   'N' - open
      *
      * Consuming Programs:
      *   CBABU01C  - Account-updater extract / response report
      *
      * Cross-References:
      *   CVACT02Y.cpy - CARD-NUM, CARD-EXPIRAION-DATE
      *   CVHOT01Y.cpy - the hotlist entry that closes a card
      *
       01  ABU-CARD-STATE-RECORD.
      * --- Primary key: card number (bytes 1-16) ---
           05  ABS-CARD-NUM                      PIC X(16).
      * --- Expiry as last told to the network, YYYY-MM-DD
      *     (bytes 17-26) ---
           05  ABS-EXPIRY-DATE                   PIC X(10).
      * --- Closed-account notice sent (byte 27) ---
           05  ABS-CLOSED-FLAG                   PIC X(01).
               88  ABS-CLOSED                    VALUE 'Y'.
               88  ABS-OPEN                      VALUE 'N' SPACES.
      * --- Last notice sent: its type (byte 28) and run date,
      *     YYYY-MM-DD (bytes 29-38); spaces if none yet ---
           05  ABS-LAST-SENT-TYPE                PIC X(01).
           05  ABS-LAST-SENT-DATE                PIC X(10).
      * --- Reserved space (bytes 39-50) ---
           05  FILLER                            PIC X(12).
