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
      * Record Layout Copybook: Interest partition checkpoint
      * record (80 bytes)
      * Defines the single record of an INTCKPT sequential
      * dataset -- one dataset per partition of a partitioned
      * CBACT04C interest run. The partition rewrites it after
      * every account it closes (status 'I', the restart point)
      * and once more at end of run (status 'C', the
      * partition's control totals for the merge).
      *
      * The output counts cover exactly the accounts closed up
      * to ICK-LAST-ACCT-ID: a restart keeps that many records
      * of each extent and voids anything written after them
      * (see CBACT04C's restart opens), so the merge can prove
      * the extents against these figures.
      *
      * Consuming Programs:
      *   CBACT04C  - writes it (partitioned runs only); reads
      *               it back at start of run to restart
      *   CBMRG02C  - proves every partition complete and
      *               balances the merged outputs against it
      *
      * Cross-References:
      *   CVTRA01Y.cpy - TCATBAL, the balance records counted
      *   CVTRA05Y.cpy - the generated transactions counted
      *   CVCOL01Y.cpy - the collections queue entries counted
      *   CVLTR01Y.cpy - the letter queue records counted
      *
       01  INT-CHECKPOINT-RECORD.
      * --- Which partition of how many (bytes 1-2) ---
           05  ICK-PARTITION                     PIC X(01).
           05  ICK-PART-COUNT                    PIC X(01).
      * --- The run's PARM date (bytes 3-12) ---
           05  ICK-RUN-DATE                      PIC X(10).
      * --- Checkpoint status (byte 13) ---
           05  ICK-STATUS-FLAG                   PIC X(01).
               88  ICK-IN-PROGRESS               VALUE 'I'.
               88  ICK-COMPLETE                  VALUE 'C'.
      * --- The last account closed; a restart resumes after
      *     it (bytes 14-24) ---
           05  ICK-LAST-ACCT-ID                  PIC 9(11).
      * --- Generated TRAN-ID suffix reached (bytes 25-30) ---
           05  ICK-TRANID-SUFFIX                 PIC 9(06).
      * --- Balance records processed, the partition's share of
      *     TCATBALF; set on the completed record only
      *     (bytes 31-39) ---
           05  ICK-TCATBAL-COUNT                 PIC 9(09).
      * --- Accounts closed (bytes 40-48) ---
           05  ICK-ACCT-COUNT                    PIC 9(09).
      * --- Interest, fee, premium and reversal transactions
      *     written, and their amount total (bytes 49-64) ---
           05  ICK-TRAN-COUNT                    PIC 9(09).
           05  ICK-TRAN-AMT                      PIC S9(11)V99
                                                 COMP-3.
      * --- Collections queue entries written (bytes 65-71) ---
           05  ICK-CWQ-COUNT                     PIC 9(07).
      * --- Letter queue records written (bytes 72-78) ---
           05  ICK-LTQ-COUNT                     PIC 9(07).
      * --- Reserved (bytes 79-80) ---
           05  FILLER                            PIC X(02).
