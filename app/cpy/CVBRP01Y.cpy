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
      * Record Layout Copybook: Business rule parameter
      * (150 bytes)
      * Defines the record structure for the BIZRULE VSAM KSDS
      * dataset -- the policy thresholds the batch programs
      * used to carry as compiled constants or JCL PARM values,
      * kept as effective-dated rows so a policy change is a
      * maintenance entry rather than a program release.
      * Primary key: BRP-KEY (18 bytes, position 1) -- rule
      * code + effective date, YYYY-MM-DD. A rule's history
      * is every row under its code, oldest first.
      *
      * The value in force for a run date is the APPROVED row
      * with the latest effective date on or before it (the
      * CSBRPLKP lookup). A rule with no approved row in force
      * leaves the program's own default standing, and the run
      * report says which applied.
      *
      * BRP-STATUS -- maker-checker, keyed on COBRP00C:
      *   'P' - pending: entered by the maker, not yet in force
      *   'A' - approved by a second admin (never the maker)
      *   'R' - rejected by the checker; the maker may re-key
      *         the same code and date
      * Every entry, approval and rejection writes an 'i'
      * AUDITLOG record.
      *
      * Rule codes and their readers (default in brackets):
      *   VELMAXDY - CBTRN02C daily transaction velocity
      *              limit per account [20]
      *   AMLCSHTH - CBAML01C daily cash reporting threshold
      *              [10000.00]
      *   AMLNRPCT - CBAML01C just-under band, fraction of the
      *              threshold [0.70]
      *   AMLLKBDY - CBAML01C structuring look-back days [7]
      *   AMLSTRCT - CBAML01C draws in the look-back that flag
      *              [3]
      *   DORMDAYS - CBACT06C days without activity before an
      *              open account is reported dormant [90]
      *   ESCDRMDY - CBESC01C escheat dormancy days [JCL PARM]
      *   ESCDILDY - CBESC01C due-diligence letter days
      *              [JCL PARM]
      *   REFAGEDY - CBREF01C credit-balance refund age, days
      *              [JCL PARM]
      *   HKPTCTDY - CBHKP01C zero-balance TCATBAL retention,
      *              days [JCL PARM]
      *   HKPCLSDY - CBHKP01C closed-account retention, days
      *              [JCL PARM]
      *   ARCRETDY - CBARC01C transaction archive retention,
      *              days [JCL PARM]
      *   ATOTHRSH - CBATO01C takeover score that opens a case
      *              [70, or the ATOPARM TH card]
      *   BSTTHRSH - CBBST01C bust-out score that opens a case
      *              [60, or the BSTPARM TH card]
      *   RHSLNGPC - CBRHS01C percent of a job's 30-day average
      *              elapsed that flags a long run, where its
      *              BATCHSLA row sets none [150]
      *   CSRTOLAM - CBCSR01C cash reconciliation difference
      *              still counted as matched [1.00]
      *
      * Consuming Programs:
      *   COBRP00C  - Business rule maintenance and approval
      *   CSBRPLKP  - Batch lookup of the value in force
      *   (the batch readers above, through CSBRPLKP)
      *
      * Cross-References:
      *   CSAUD01Y.cpy - AUD-ACTION-BIZ-RULE ('i')
      *
       01  BIZ-RULE-RECORD.
      * --- Composite key (bytes 1-18) ---
           05  BRP-KEY.
               10  BRP-CODE                      PIC X(08).
      *        Effective from, YYYY-MM-DD
               10  BRP-EFF-DATE                  PIC X(10).
      * --- What the rule controls (bytes 19-58) ---
           05  BRP-DESC                          PIC X(40).
      * --- The value (bytes 59-69): an amount, a count, a
      *     number of days or a fraction, as the code says ---
           05  BRP-VALUE                         PIC S9(09)V99.
      * --- Maker-checker status (byte 70) ---
           05  BRP-STATUS                        PIC X(01).
               88  BRP-STATUS-PENDING            VALUE 'P'.
               88  BRP-STATUS-APPROVED           VALUE 'A'.
               88  BRP-STATUS-REJECTED           VALUE 'R'.
      * --- Maker and entry date, YYYY-MM-DD (bytes 71-88) ---
           05  BRP-MAKER-USR-ID                  PIC X(08).
           05  BRP-MAKER-DATE                    PIC X(10).
      * --- Checker and decision date, YYYY-MM-DD
      *     (bytes 89-106); spaces while pending ---
           05  BRP-CHECKER-USR-ID                PIC X(08).
           05  BRP-CHECKER-DATE                  PIC X(10).
      * --- Value in force on the effective date when the row
      *     was keyed, for the audit trail (bytes 107-117) ---
           05  BRP-PRIOR-VALUE                   PIC S9(09)V99.
      * --- Reserved space (bytes 118-150) ---
           05  FILLER                            PIC X(33).
