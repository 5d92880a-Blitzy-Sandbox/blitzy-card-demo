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
      * Record Layout Copybook: CECL run history record
      * (200 bytes)
      * Defines the record structure for the CECLHST VSAM KSDS
      * dataset, written by the month-end CBCEL01C batch. Each
      * run leaves two kinds of row under its month:
      *   'S' - one per portfolio segment: accounts, drawn
      *         balance, exposure, the allowance required and
      *         the assumption applied. Next month's run reads
      *         these back as the prior allowance, so movement
      *         and the GL build/release are measured against
      *         what was actually booked.
      *   'A' - one per CECLASM assumption row in force at the
      *         run (CVCEL01Y.cpy), the audit archive of the
      *         assumptions the month was calculated on.
      * A rerun of the same month deletes and rewrites the
      * month's rows.
      *
      * Composite primary key (21 bytes):
      *   CEH-RUN-MONTH (7, YYYY-MM) + CEH-REC-TYPE (1) +
      *   CEH-SEG-KEY (13, the CEA-KEY shape)
      *
      * Consuming Programs:
      *   CBCEL01C  - Month-end CECL allowance batch
      *
      * Cross-References:
      *   CVCEL01Y.cpy - CECLASM, the assumptions
      *
       01  CECL-HISTORY-RECORD.
      * --- Composite key (bytes 1-21) ---
           05  CEH-KEY.
               10  CEH-RUN-MONTH                 PIC X(07).
               10  CEH-REC-TYPE                  PIC X(01).
                   88  CEH-REC-SEGMENT           VALUE 'S'.
                   88  CEH-REC-ASSUMPTION        VALUE 'A'.
               10  CEH-SEG-KEY.
                   15  CEH-ACCT-GROUP-ID         PIC X(10).
                   15  CEH-DELINQ-STAGE          PIC X(01).
                   15  CEH-FICO-BAND             PIC X(01).
                   15  CEH-MOB-BAND              PIC X(01).
      * --- Business date of the run, YYYY-MM-DD (bytes 22-31) ---
           05  CEH-RUN-DATE                      PIC X(10).
      * --- The assumption applied ('S') or archived ('A')
      *     (bytes 32-43) ---
           05  CEH-LOSS-RATE                     PIC 9(01)V9(06).
           05  CEH-CCF-PCT                       PIC 9(03)V99.
      * --- Segment results, 'S' rows only (bytes 44-111):
      *     where the assumption came from -- the segment's own
      *     row, the house default row, or none found (no
      *     allowance computed; the run ends RC 4) ---
           05  CEH-ASM-SOURCE                    PIC X(01).
               88  CEH-ASM-OWN-ROW               VALUE 'O'.
               88  CEH-ASM-DEFAULT-ROW           VALUE 'D'.
               88  CEH-ASM-NOT-FOUND             VALUE 'N'.
           05  CEH-ACCT-COUNT                    PIC 9(07).
           05  CEH-BALANCE                       PIC S9(13)V99.
           05  CEH-EXPOSURE                      PIC S9(13)V99.
           05  CEH-ALLOWANCE                     PIC S9(13)V99.
           05  CEH-PRIOR-ALLOWANCE               PIC S9(13)V99.
      * --- The archived row's description and last change,
      *     'A' rows only (bytes 112-159) ---
           05  CEH-ASM-DESC                      PIC X(30).
           05  CEH-ASM-UPDATED-DATE              PIC X(10).
           05  CEH-ASM-UPDATED-BY                PIC X(08).
      * --- Reserved space (bytes 160-200) ---
           05  FILLER                            PIC X(41).
