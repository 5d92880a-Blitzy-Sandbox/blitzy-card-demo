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
      * Record Layout Copybook: Batch job SLA target (60 bytes)
      * Defines the record structure for the BATCHSLA VSAM KSDS
      * dataset -- the service level each batch job is held to,
      * loaded with the reference data. One row per job; a job
      * with no row is measured against its own 30-day average
      * only.
      * Primary key: SLA-JOB-NAME (8 bytes, position 1)
      *
      * SLA-MAX-ELAPSED-SECS - longest acceptable run, start to
      *   end, in seconds (0 = no elapsed target)
      * SLA-END-BY-TIME / SLA-END-BY-DAYS - the time of day,
      *   HHMM, by which the run must have ended, on the day it
      *   started (0) or the day after (1) for a job in the
      *   overnight window (spaces = no deadline)
      * SLA-LONG-RUN-PCT - a run longer than this percentage of
      *   the job's 30-day average is flagged (0 = the RHSLNGPC
      *   business rule, CVBRP01Y.cpy)
      *
      * Consuming Programs:
      *   CBRHS01C  - Daily SLA breach / weekly trend report
      *
      * Cross-References:
      *   CVBRH01Y.cpy - BATCH-RUN-HIST-RECORD, the runs measured
      *
       01  BATCH-SLA-RECORD.
      * --- Primary key: job name (bytes 1-8) ---
           05  SLA-JOB-NAME                      PIC X(08).
      * --- Elapsed target, seconds (bytes 9-15) ---
           05  SLA-MAX-ELAPSED-SECS              PIC 9(07).
      * --- End-by deadline, HHMM, and day offset
      *     (bytes 16-20) ---
           05  SLA-END-BY-TIME                   PIC X(04).
           05  SLA-END-BY-DAYS                   PIC 9(01).
               88  SLA-END-SAME-DAY              VALUE 0.
               88  SLA-END-NEXT-DAY              VALUE 1.
      * --- Long-run flag, percent of the 30-day average
      *     (bytes 21-23) ---
           05  SLA-LONG-RUN-PCT                  PIC 9(03).
      * --- Job description (bytes 24-53) ---
           05  SLA-JOB-DESC                      PIC X(30).
      * --- Reserved space (bytes 54-60) ---
           05  FILLER                            PIC X(07).
