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
      * Record Layout Copybook: Variable-rate disclosure group
      * terms (100 bytes)
      * Defines the record structure for the VARRATE VSAM KSDS
      * dataset -- one record per DISCGRP row whose standard rate
      * is defined as an index plus a margin rather than a fixed
      * number. A DISCGRP row with no VARRATE record is a fixed-
      * rate group and is repriced only through CORTC00C.
      *
      * Primary key (16 bytes): the DISCGRP row key --
      *   VRT-ACCT-GROUP-ID (10) + VRT-TRAN-TYPE-CD (2)
      *   + VRT-TRAN-CAT-CD (4).
      *
      * Pricing: DIS-INT-RATE = index value (CVIDX01Y.cpy) +
      * VRT-MARGIN, raised to VRT-FLOOR-RATE and held to
      * VRT-CAP-RATE where those are non-zero. CBIDX01C does the
      * arithmetic each night a new index value takes effect.
      *
      * Notice: a move of the index itself passes straight to
      * DISCGRP -- the disclosed terms already say the rate
      * follows the index. A change of the terms (index, margin,
      * floor or cap, keyed on COGRP01C) sets VRT-TERMS-CHANGED;
      * if the repriced rate is then higher, CBIDX01C files it
      * as a RATECHG change-in-terms (CVRTC01Y.cpy) instead, so
      * CBRTC01C notices it and applies it after the lead time.
      *
      * Consuming Programs:
      *   COGRP01C  - Disclosure group maintenance (writes,
      *               rewrites and deletes the terms)
      *   CBIDX01C  - Variable-rate repricing batch
      *
      * Cross-References:
      *   CVTRA02Y.cpy - the DISCGRP row the terms price
      *   CVIDX01Y.cpy - the index values
      *   CVRTH01Y.cpy - rate history
      *
       01  VARIABLE-RATE-RECORD.
      * --- Primary key, the DISCGRP row (bytes 1-16) ---
           05  VRT-KEY.
               10  VRT-ACCT-GROUP-ID             PIC X(10).
               10  VRT-TRAN-TYPE-CD              PIC X(02).
               10  VRT-TRAN-CAT-CD               PIC 9(04).
      * --- The index the rate follows (bytes 17-24) ---
           05  VRT-INDEX-ID                      PIC X(08).
      * --- Margin over the index, and the optional floor and
      *     cap (zero = none); same scale as DIS-INT-RATE
      *     (bytes 25-42) ---
           05  VRT-MARGIN                        PIC S9(04)V99.
           05  VRT-FLOOR-RATE                    PIC S9(04)V99.
           05  VRT-CAP-RATE                      PIC S9(04)V99.
      * --- The index value the group was last priced from and
      *     its effective date (bytes 43-58) ---
           05  VRT-INDEX-RATE                    PIC S9(04)V99.
           05  VRT-INDEX-EFF-DATE                PIC X(10).
      * --- Run date of the last repricing (bytes 59-68) ---
           05  VRT-LAST-REPRICE-DATE             PIC X(10).
      * --- Terms changed online since the last repricing
      *     (byte 69) ---
           05  VRT-TERMS-CHANGED                 PIC X(01).
               88  VRT-TERMS-CHANGED-YES         VALUE 'Y'.
               88  VRT-TERMS-CHANGED-NO          VALUE 'N'.
      * --- Who last maintained the terms, and when
      *     (bytes 70-91) ---
           05  VRT-MAINT-USR-ID                  PIC X(08).
           05  VRT-MAINT-TS                      PIC X(14).
      * --- Reserved space (bytes 92-100) ---
           05  FILLER                            PIC X(09).
