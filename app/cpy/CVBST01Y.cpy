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
      * Record Layout Copybook: Bust-out scenario parameter
      * card (80 bytes)
      * Defines the control cards read from the BSTPARM DD by
      * CBBST01C, one setting per card. Every setting has a
      * built-in default, so a missing card -- or a missing
      * BSTPARM -- leaves that default in force; a card with an
      * unknown code or a non-numeric value is reported and
      * ignored.
      *
      * BSP-CODE / BSP-VALUE:
      *   Signal weights, added once per signal present:
      *     'UT' - utilization jump          (default 25)
      *     'CA' - new cash-advance usage    (default 20)
      *     'NS' - payment returned (NSF)    (default 30)
      *     'OP' - payment over statement    (default 15)
      *     'CL' - credit limit increase     (default 15)
      *     'AU' - authorized party added    (default 15)
      *   Scenario and run settings:
      *     'UJ' - utilization jump, in percentage points of
      *            ACCT-CREDIT-LIMIT, that counts  (default 50)
      *     'TH' - score at which a case opens   (default 60)
      *     'WN' - rolling window in days        (default 30)
      *     'BL' - days before the window a cash advance
      *            must be absent for one in the window to
      *            count as new                  (default 180)
      *
      * Consuming Programs:
      *   CBBST01C  - Bust-out detection
      *
       01  BST-PARM-CARD.
      * --- Setting code (bytes 1-2) ---
           05  BSP-CODE                          PIC X(02).
      * --- Value, zero-filled (bytes 3-5) ---
           05  FILLER                            PIC X(01).
           05  BSP-VALUE                         PIC X(03).
           05  BSP-VALUE-N REDEFINES BSP-VALUE   PIC 9(03).
      * --- Free-form comment (bytes 7-80) ---
           05  BSP-COMMENT                       PIC X(74).
