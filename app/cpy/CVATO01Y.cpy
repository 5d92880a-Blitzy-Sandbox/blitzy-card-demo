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
      * Record Layout Copybook: Account takeover scenario
      * parameter card (80 bytes)
      * Defines the control cards read from the ATOPARM DD by
      * CBATO01C, one setting per card. Every setting has a
      * built-in default, so a missing card -- or a missing
      * ATOPARM -- leaves that default in force; a card with an
      * unknown code or a non-numeric value is reported and
      * ignored.
      *
      * ATP-CODE / ATP-VALUE:
      *   Event weights, added once per event type present in
      *   the window:
      *     'AD' - address change        (default 25)
      *     'PH' - phone change          (default 25)
      *     'EM' - email change          (default 15)
      *     'PN' - PIN set or change     (default 20)
      *     'RC' - card replacement      (default 25)
      *     'AU' - authorized party add  (default 20)
      *   Scenario and run settings:
      *     'SQ' - sequence weight, added when a contact change
      *            comes before (or on the day of) a PIN change,
      *            card replacement or party add (default 30)
      *     'TH' - score at which a case opens   (default 70)
      *     'WN' - rolling window in days        (default 7)
      *     'HD' - shipment hold in days         (default 10)
      *
      * Consuming Programs:
      *   CBATO01C  - Account takeover detection
      *
       01  ATO-PARM-CARD.
      * --- Setting code (bytes 1-2) ---
           05  ATP-CODE                          PIC X(02).
      * --- Value, zero-filled (bytes 3-5) ---
           05  FILLER                            PIC X(01).
           05  ATP-VALUE                         PIC X(03).
           05  ATP-VALUE-N REDEFINES ATP-VALUE   PIC 9(03).
      * --- Free-form comment (bytes 7-80) ---
           05  ATP-COMMENT                       PIC X(74).
