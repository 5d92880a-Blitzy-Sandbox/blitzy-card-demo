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
      * Record Layout Copybook: Open-to-buy cut (80 bytes)
      * Defines the record structure for the OTBCUT VSAM KSDS
      * dataset -- one row per account whose open-to-buy the
      * CBBST01C bust-out scan has cut, kept after the cut is
      * lifted so the next scan knows what was already
      * answered.
      * Primary key: OTC-ACCT-ID (11 bytes, position 1).
      *
      * While OTC-STATUS is CUT the account carries
      * ACCT-OTB-CUT-FLAG (CVACT01Y.cpy) and CBTRN02C refuses
      * its new draws on the line (reason 132). Each CBBST01C
      * run reads the bust-out case behind every CUT row: once
      * an analyst has CLEARED it on COFRD01C the flag comes
      * down and the row becomes LIFTED; a CONFIRMED case
      * leaves the cut in place for the closure that follows.
      *
      * After a lift, signals dated on or before OTC-LIFT-DATE
      * are not counted again, and the utilization jump is
      * measured from OTC-LIFT-BAL when that is higher than the
      * statement balance -- so the activity the analyst
      * cleared does not cut the line a second time.
      *
      * Consuming Programs:
      *   CBBST01C  - Bust-out detection (sets and lifts)
      *
      * Cross-References:
      *   CVFRD01Y.cpy - the bust-out case (FRD-CASE-BUSTOUT)
      *   CVACT01Y.cpy - ACCT-OTB-CUT-FLAG
      *
       01  OTB-CUT-RECORD.
      * --- Primary key: account (bytes 1-11) ---
           05  OTC-ACCT-ID                       PIC 9(11).
      * --- Cut status (byte 12) ---
           05  OTC-STATUS                        PIC X(01).
               88  OTC-STATUS-CUT                VALUE 'C'.
               88  OTC-STATUS-LIFTED             VALUE 'L'.
      * --- Cut on, YYYY-MM-DD (bytes 13-22), for the case
      *     keyed (bytes 23-34) at the score (bytes 35-37) ---
           05  OTC-SET-DATE                      PIC X(10).
           05  OTC-CASE-KEY                      PIC X(12).
           05  OTC-SCORE                         PIC 9(03).
      * --- Balance when the cut was set (bytes 38-49) ---
           05  OTC-CUT-BAL                       PIC S9(10)V99.
      * --- Lifted on, YYYY-MM-DD (bytes 50-59), and the
      *     balance then (bytes 60-71); spaces and zero while
      *     cut ---
           05  OTC-LIFT-DATE                     PIC X(10).
           05  OTC-LIFT-BAL                      PIC S9(10)V99.
      * --- Reserved space (bytes 72-80) ---
           05  FILLER                            PIC X(09).
