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
      * Record Layout Copybook: Bankruptcy case record (120 bytes)
      * Defines the record structure for the BKRCASE VSAM KSDS
      * dataset -- one record per customer who has filed, kept
      * by the COBKR00C case screen. A later filing replaces a
      * discharged or dismissed case; the case history stays on
      * AUDITLOG ('8' records).
      *
      * Primary key: BKR-CUST-ID (9 bytes, position 1).
      *
      * Status lifecycle (mirrored onto CUST-BANKRUPTCY-STATUS,
      * CVCUS01Y.cpy, which is what the batch cycle tests):
      *   'F' - filed: the automatic stay is in force; every
      *         collection touchpoint stands down (customer
      *         flag 'S')
      *   'D' - discharged: the debt can no longer be
      *         collected; CBCHG01C charges the customer's
      *         accounts off at month-end (customer flag 'D')
      *   'X' - dismissed: the stay is released and collection
      *         resumes from the next cycle (customer flag
      *         spaces)
      *
      * Consuming Programs:
      *   COBKR00C  - Bankruptcy case screen (writes, rewrites)
      *   CBCBR01C  - Bureau extract (chapter and status for the
      *               consumer information indicator)
      *
      * Cross-References:
      *   CVCUS01Y.cpy - CUST-BANKRUPTCY-STATUS
      *
       01  BANKRUPTCY-CASE-RECORD.
      * --- Customer ID, VSAM primary key (bytes 1-9) ---
           05  BKR-CUST-ID                       PIC 9(09).
      * --- Bankruptcy chapter (bytes 10-11) ---
           05  BKR-CHAPTER                       PIC X(02).
               88  BKR-CHAPTER-07                VALUE '07'.
               88  BKR-CHAPTER-11                VALUE '11'.
               88  BKR-CHAPTER-12                VALUE '12'.
               88  BKR-CHAPTER-13                VALUE '13'.
               88  BKR-CHAPTER-VALID             VALUE '07' '11'
                                                       '12' '13'.
      * --- Court case number and petition filing date,
      *     YYYY-MM-DD (bytes 12-36) ---
           05  BKR-CASE-NUM                      PIC X(15).
           05  BKR-FILING-DATE                   PIC X(10).
      * --- Debtor's attorney and telephone (bytes 37-81) ---
           05  BKR-ATTY-NAME                     PIC X(30).
           05  BKR-ATTY-PHONE                    PIC X(15).
      * --- Case status and the date it was reached: the
      *     filing date while filed, the discharge or
      *     dismissal order date after (bytes 82-92) ---
           05  BKR-STATUS                        PIC X(01).
               88  BKR-STATUS-FILED              VALUE 'F'.
               88  BKR-STATUS-DISCHARGED         VALUE 'D'.
               88  BKR-STATUS-DISMISSED          VALUE 'X'.
           05  BKR-STATUS-DATE                   PIC X(10).
      * --- Who last maintained the case, and when
      *     (bytes 93-114) ---
           05  BKR-UPD-USR-ID                    PIC X(08).
           05  BKR-UPD-TS                        PIC X(14).
      * --- Reserved space (bytes 115-120) ---
           05  FILLER                            PIC X(06).
