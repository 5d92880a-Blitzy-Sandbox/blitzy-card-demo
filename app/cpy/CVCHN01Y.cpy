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
      * Record Layout Copybook: Per-card channel control record
      * (80 bytes)
      * Defines the record structure for the CARDCHNL VSAM KSDS
      * dataset -- one record per card whose holder has turned a
      * usage channel off (or back on) without blocking the card
      * outright: e-commerce (card-not-present), international
      * (foreign currency or a merchant outside the USA), and
      * cash (cash advances). Like the category blocks
      * (CVCCB01Y.cpy) the controls sit in the POSTING PATH:
      * CBTRN02C rejects a transaction on a blocked channel with
      * the channel's own reason code.
      *
      * Each channel carries a standing control and an optional
      * temporary one with an end date ("international on until
      * the trip ends"). While the temporary control is set and
      * the transaction date is on or before its end date, the
      * temporary control governs; after that the standing
      * control applies again with no maintenance needed.
      *
      * Primary key: CHN-CARD-NUM (16)
      * No record for a card, or a space control, means the
      * channel is allowed.
      *
      * Consuming Programs:
      *   COCHN00C  - channel control maintenance screen
      *   CBTRN02C  - posting-path enforcement (reasons 133-135)
      *
       01  CARD-CHNL-CTRL-RECORD.
      * --- Primary key (bytes 1-16) ---
           05  CHN-CARD-NUM                      PIC X(16).
      * --- Channel controls, one entry per channel (bytes
      *     17-52): 1=e-commerce, 2=international, 3=cash ---
           05  CHN-CHANNEL-CTRL                  OCCURS 3 TIMES.
      * Standing control
               10  CHN-STD-FLAG                  PIC X(01).
                   88  CHN-STD-BLOCK             VALUE 'B'.
                   88  CHN-STD-ALLOW             VALUE 'A' ' '.
      * Temporary control and its last day, YYYY-MM-DD
      * (space flag when no temporary control is set)
               10  CHN-TMP-FLAG                  PIC X(01).
                   88  CHN-TMP-BLOCK             VALUE 'B'.
                   88  CHN-TMP-ALLOW             VALUE 'A'.
                   88  CHN-TMP-NONE              VALUE ' '.
               10  CHN-TMP-END-DATE              PIC X(10).
      * --- Who set it, and when (bytes 53-74) ---
           05  CHN-SET-BY-USR-ID                 PIC X(08).
           05  CHN-SET-TS                        PIC X(14).
      * --- Reserved space (bytes 75-80) ---
           05  FILLER                            PIC X(06).
