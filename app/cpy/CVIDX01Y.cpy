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
      * Record Layout Copybook: Effective-dated index rate value
      * (80 bytes)
      * Defines the record structure for the INDEXRT VSAM KSDS
      * dataset -- one record per published value of a reference
      * index (prime rate and the like) that variable-rate
      * disclosure groups are priced from (see CVVRT01Y.cpy). A
      * prime-rate move is keyed once here, on COIDX00C, instead
      * of rekeying every disclosure group.
      *
      * Composite primary key (18 bytes):
      *   IDX-INDEX-ID (8) + IDX-EFF-DATE (10, YYYY-MM-DD) -- an
      *   index's values browse together in date order, so the
      *   value in force on any date is the last one on or
      *   before it.
      *
      * Status lifecycle:
      *   'P' - pending: keyed, effective date not yet reached
      *   'A' - applied: the nightly CBIDX01C run on or after the
      *         effective date has repriced the groups tied to
      *         the index (IDX-APPLIED-DATE stamped)
      *   'X' - cancelled before it took effect; ignored
      *
      * Consuming Programs:
      *   COIDX00C  - Index value entry/cancel screen (writes and
      *               rewrites)
      *   CBIDX01C  - Variable-rate repricing batch (marks values
      *               applied)
      *   COGRP01C  - Checks a group's index is on file
      *
      * Cross-References:
      *   CVVRT01Y.cpy - variable-rate terms priced from an index
      *   CVRTH01Y.cpy - rate history written at repricing
      *
       01  INDEX-RATE-RECORD.
      * --- Composite key (bytes 1-18) ---
           05  IDX-KEY.
               10  IDX-INDEX-ID                  PIC X(08).
               10  IDX-EFF-DATE                  PIC X(10).
      * --- Index value, same scale as DIS-INT-RATE
      *     (bytes 19-24) ---
           05  IDX-RATE                          PIC S9(04)V99.
      * --- Lifecycle status (byte 25) ---
           05  IDX-STATUS                        PIC X(01).
               88  IDX-STATUS-PENDING            VALUE 'P'.
               88  IDX-STATUS-APPLIED            VALUE 'A'.
               88  IDX-STATUS-CANCELLED          VALUE 'X'.
      * --- Run date that applied the value, YYYY-MM-DD
      *     (bytes 26-35; spaces until applied) ---
           05  IDX-APPLIED-DATE                  PIC X(10).
      * --- Who keyed the value, and when (bytes 36-57) ---
           05  IDX-ENTERED-USR-ID                PIC X(08).
           05  IDX-ENTERED-TS                    PIC X(14).
      * --- Reserved space (bytes 58-80) ---
           05  FILLER                            PIC X(23).
