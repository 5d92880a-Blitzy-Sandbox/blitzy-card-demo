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
      * Record Layout Copybook: Disclosure group rate history
      * (100 bytes)
      * Defines the record structure for the RATEHIST VSAM KSDS
      * dataset -- one record each time a DISCGRP standard rate
      * (DIS-INT-RATE) actually changes. DISCGRP only ever holds
      * today's rate; this file answers which rate priced which
      * cycle: the rate in force for a cycle is the new rate on
      * the group's last history record dated on or before the
      * cycle's interest run.
      *
      * Composite primary key (27 bytes):
      *   RTH-ACCT-GROUP-ID (10) + RTH-TRAN-TYPE-CD (2)
      *   + RTH-TRAN-CAT-CD (4) + RTH-EFF-DATE (10, YYYY-MM-DD)
      *   + RTH-SOURCE (1) -- a group's history browses in date
      *   order.
      *
      * Source:
      *   'I' - index repricing by CBIDX01C (no notice needed);
      *         the index fields record what it was priced from
      *   'C' - change-in-terms applied by CBRTC01C after its
      *         notice lead (filed on CORTC00C, or by CBIDX01C
      *         for a variable-terms change that raised the rate)
      *
      * Consuming Programs:
      *   CBIDX01C  - Writes 'I' records
      *   CBRTC01C  - Writes 'C' records
      *
      * Cross-References:
      *   CVTRA02Y.cpy - the DISCGRP row
      *   CVVRT01Y.cpy - variable-rate terms
      *   CVRTC01Y.cpy - change-in-terms filings
      *
       01  RATE-HISTORY-RECORD.
      * --- Composite key (bytes 1-27) ---
           05  RTH-KEY.
               10  RTH-ACCT-GROUP-ID             PIC X(10).
               10  RTH-TRAN-TYPE-CD              PIC X(02).
               10  RTH-TRAN-CAT-CD               PIC 9(04).
               10  RTH-EFF-DATE                  PIC X(10).
               10  RTH-SOURCE                    PIC X(01).
                   88  RTH-SOURCE-INDEX          VALUE 'I'.
                   88  RTH-SOURCE-CHANGE         VALUE 'C'.
      * --- The rate replaced and the rate now in force
      *     (bytes 28-39) ---
           05  RTH-OLD-INT-RATE                  PIC S9(04)V99.
           05  RTH-NEW-INT-RATE                  PIC S9(04)V99.
      * --- Index pricing detail, spaces/zero on a 'C' record
      *     (bytes 40-69) ---
           05  RTH-INDEX-ID                      PIC X(08).
           05  RTH-INDEX-RATE                    PIC S9(04)V99.
           05  RTH-INDEX-EFF-DATE                PIC X(10).
           05  RTH-MARGIN                        PIC S9(04)V99.
      * --- Whether the floor or cap set the rate (byte 70) ---
           05  RTH-LIMIT-FLAG                    PIC X(01).
               88  RTH-LIMIT-NONE                VALUE ' '.
               88  RTH-LIMIT-FLOOR               VALUE 'F'.
               88  RTH-LIMIT-CAP                 VALUE 'C'.
      * --- Run date and program that changed the rate
      *     (bytes 71-88) ---
           05  RTH-RUN-DATE                      PIC X(10).
           05  RTH-RUN-PGM                       PIC X(08).
      * --- Reserved space (bytes 89-100) ---
           05  FILLER                            PIC X(12).
