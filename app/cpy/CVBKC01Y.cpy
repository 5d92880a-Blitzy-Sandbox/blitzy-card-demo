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
      * Record Layout Copybook: Master file backup catalog
      * (100 bytes)
      * Defines the record structure for the BKUPCAT VSAM KSDS
      * dataset -- one row per master file per backup date,
      * written by CBBKP01C when it unloads the masters ahead
      * of the nightly cycle, and updated when a backup is
      * reloaded.
      * Primary key: BKC-KEY (18 bytes, position 1) -- backup
      * date, YYYY-MM-DD (the process date) + the master's
      * file name (ACCTDAT, CARDDAT, CUSTDAT, CARDXREF,
      * TCATBALF, TRANSACT).
      *
      * The totals are those of the records unloaded, and the
      * backup file was read back and found to agree with them
      * before BKC-STATUS was set VERIFIED:
      *   BKC-RECORD-COUNT - records in the file
      *   BKC-KEY-HASH     - sum of the record keys, taken as
      *                      numbers
      *   BKC-FIELD-HASH   - sum of one data field per file:
      *                      ACCTDAT current balance (cents),
      *                      CARDDAT and CARDXREF account id,
      *                      CUSTDAT FICO score, TCATBALF
      *                      balance (cents), TRANSACT amount
      *                      (cents)
      * Both hashes are kept to 18 digits -- high-order digits
      * are dropped, the same way on every pass.
      *
      * BKC-STATUS:
      *   'V' - verified: the backup agrees with the counts
      *   'F' - failed: unload or read-back error or mismatch
      * BKC-RESTORE-STATUS (spaces until reloaded):
      *   'V' - reloaded, and the master read back agrees
      *   'F' - reloaded, but the master does not agree
      *   'X' - refused: the backup did not agree with this
      *         row, so the master was not touched
      *
      * Consuming Programs:
      *   CBBKP01C  - Master file backup / verified restore
      *   CBPFL01C  - Cycle pre-flight: tonight's backup
      *               verified for every master
      *
       01  BACKUP-CATALOG-RECORD.
      * --- Primary key: backup date + file (bytes 1-18) ---
           05  BKC-KEY.
               10  BKC-BACKUP-DATE               PIC X(10).
               10  BKC-FILE-NAME                 PIC X(08).
      * --- Backup taken, YYYYMMDDHHMMSS (bytes 19-32) ---
           05  BKC-BACKUP-TS                     PIC X(14).
      * --- Control totals (bytes 33-77) ---
           05  BKC-RECORD-COUNT                  PIC 9(09).
           05  BKC-KEY-HASH                      PIC 9(18).
           05  BKC-FIELD-HASH                    PIC S9(18).
      * --- Backup status (byte 78) ---
           05  BKC-STATUS                        PIC X(01).
               88  BKC-STATUS-VERIFIED           VALUE 'V'.
               88  BKC-STATUS-FAILED             VALUE 'F'.
      * --- Last reload, YYYYMMDDHHMMSS, and its outcome
      *     (bytes 79-93) ---
           05  BKC-RESTORE-TS                    PIC X(14).
           05  BKC-RESTORE-STATUS                PIC X(01).
               88  BKC-RESTORE-NONE              VALUE SPACE.
               88  BKC-RESTORE-VERIFIED          VALUE 'V'.
               88  BKC-RESTORE-FAILED            VALUE 'F'.
               88  BKC-RESTORE-REFUSED           VALUE 'X'.
      * --- Reserved space (bytes 94-100) ---
           05  FILLER                            PIC X(07).
