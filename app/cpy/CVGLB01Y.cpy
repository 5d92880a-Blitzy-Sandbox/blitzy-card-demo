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
      * Record Layout Copybook: GL control balance record
      * (80 bytes)
      * Defines the record structure for the GLCTLBAL VSAM KSDS
      * dataset -- the running GL balances the daily CBGLR01C
      * reconciliation keeps from the journal extracts, so the
      * receivable the GL carries can be proved against the
      * subledger (ACCTDAT balances, TCATBALF category
      * balances) without waiting on the ledger itself.
      *
      * Composite primary key (14 bytes):
      *   GLB-GL-ACCT      (8) - the GL account
      *   GLB-TRAN-TYPE-CD (2) + GLB-TRAN-CAT-CD (4) - the
      *                          journal bucket, as carried on
      *                          every GLJRNL record
      * Two kinds of row share the file:
      *   Account row (type spaces, category zero) -- one per
      *     GL account finance places under control, set up
      *     with the rest of the reference data. GLB-ROLE says
      *     what the account is: a receivable control account
      *     for product GLB-PRODUCT (all asterisks = every
      *     product no other control account claims), or a
      *     suspense account the '**'/0000 GLMAP row journals
      *     to. GLB-BAL is the account's running balance,
      *     debits less credits; GLB-LAST-DATE is the last
      *     business date whose journals it has taken, so a
      *     rerun of a day never applies the day twice.
      *   Bucket row -- the part of the account's balance that
      *     came through one journal bucket, created by the
      *     batch the first time the bucket touches the
      *     account. These give the category-level view.
      * Journal legs to accounts with no account row are not
      * under control and are passed over.
      *
      * Consuming Programs:
      *   CBGLR01C  - Daily GL-to-subledger reconciliation
      *
      * Cross-References:
      *   CVGLM01Y.cpy - the mapping the journals were cut by
      *   CVTRA01Y.cpy - TCATBALF, the category subledger
      *
       01  GL-CONTROL-BALANCE-RECORD.
      * --- Composite key (bytes 1-14) ---
           05  GLB-KEY.
               10  GLB-GL-ACCT                   PIC X(08).
               10  GLB-TRAN-TYPE-CD              PIC X(02).
                   88  GLB-ACCOUNT-ROW           VALUE SPACES.
               10  GLB-TRAN-CAT-CD               PIC 9(04).
      * --- What the account controls (bytes 15-25; account
      *     rows only) ---
           05  GLB-ROLE                          PIC X(01).
               88  GLB-ROLE-RECEIVABLE           VALUE 'R'.
               88  GLB-ROLE-SUSPENSE             VALUE 'S'.
           05  GLB-PRODUCT                       PIC X(10).
               88  GLB-PRODUCT-ANY               VALUE '**********'.
      * --- Description (bytes 26-45) ---
           05  GLB-DESC                          PIC X(20).
      * --- Running balance, debits less credits (bytes 46-60) ---
           05  GLB-BAL                           PIC S9(13)V99.
      * --- Last business date applied, YYYY-MM-DD
      *     (bytes 61-70) ---
           05  GLB-LAST-DATE                     PIC X(10).
      * --- Reserved space (bytes 71-80) ---
           05  FILLER                            PIC X(10).
