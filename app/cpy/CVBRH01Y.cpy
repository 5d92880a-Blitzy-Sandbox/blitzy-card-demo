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
      * Record Layout Copybook: Batch run history (80 bytes)
      * Defines the record structure for the BATCHHST VSAM KSDS
      * dataset -- one row per run of every batch job that
      * keeps a BATCHSTS record (CSBCH01Y.cpy). BATCHSTS holds
      * only the latest run of each job; this file keeps them
      * all, so elapsed times and volumes can be compared run
      * over run.
      * Primary key: BRH-KEY (22 bytes, position 1) -- job name
      * + start timestamp, YYYYMMDDHHMMSS. A job's runs sit
      * together under its name, oldest first.
      *
      * Written only through CSBRHLOG, which every BATCHSTS
      * writer calls with its BATCH-STATUS-RECORD beside each
      * BATCHSTS write: the start adds the row as running, the
      * end (or a recorded failure) completes it with the end
      * timestamp, elapsed seconds, record count and return
      * code. A job that abends without recording its end
      * leaves its row running.
      *
      * BRH-STATUS-CD -- as BATCH-STATUS-CD:
      *   'R' - running (no end recorded)
      *   'C' - complete
      *   'F' - failed
      *
      * Consuming Programs:
      *   CSBRHLOG  - Run history writer (batch CALL)
      *   CBRHS01C  - Daily SLA breach / weekly trend report
      *
      * Cross-References:
      *   CSBCH01Y.cpy - BATCH-STATUS-RECORD, the source of
      *                  every row
      *   CVSLA01Y.cpy - the per-job SLA targets
      *
       01  BATCH-RUN-HIST-RECORD.
      * --- Primary key: job name + start timestamp
      *     (bytes 1-22) ---
           05  BRH-KEY.
               10  BRH-JOB-NAME                  PIC X(08).
               10  BRH-START-TS                  PIC X(14).
      * --- Run date, YYYY-MM-DD, as on BATCHSTS (bytes 23-32) ---
           05  BRH-RUN-DATE                      PIC X(10).
      * --- End timestamp, YYYYMMDDHHMMSS; spaces while running
      *     (bytes 33-46) ---
           05  BRH-END-TS                        PIC X(14).
      * --- Elapsed seconds, start to end (bytes 47-53) ---
           05  BRH-ELAPSED-SECS                  PIC 9(07).
      * --- Records processed (bytes 54-60) ---
           05  BRH-RECORD-COUNT                  PIC 9(07).
      * --- Return code (bytes 61-64) ---
           05  BRH-RETURN-CD                     PIC 9(04).
      * --- Run status (byte 65) ---
           05  BRH-STATUS-CD                     PIC X(01).
               88  BRH-STATUS-RUNNING            VALUE 'R'.
               88  BRH-STATUS-COMPLETE           VALUE 'C'.
               88  BRH-STATUS-FAILED             VALUE 'F'.
      * --- Reserved space (bytes 66-80) ---
           05  FILLER                            PIC X(15).
