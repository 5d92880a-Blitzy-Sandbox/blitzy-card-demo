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
      * Record Layout Copybook: Credit bureau dispute record
      * (300 bytes)
      * Defines the record structure for the BDSPUTE VSAM KSDS
      * dataset -- the bureau-dispute work queue: one row per
      * dispute (ACDV) a credit bureau forwards about one of our
      * tradelines, kept for good once answered.
      * Composite primary key (14 bytes, position 1):
      *   BDS-ACCT-ID (11) + BDS-SEQ (3), the sequence numbering
      *   the account's disputes from 001 on, so a browse on the
      *   account prefix returns its disputes oldest first.
      *
      * The bureau must have our answer within 30 days of the
      * day it received the consumer's dispute. BDS-DUE-DATE is
      * that day plus 30, or the bureau's own response date if
      * it asked for an earlier one.
      *
      * Lifecycle:
      *   'O' - open: loaded by CBBDS01C from the bureau's
      *         dispute file, waiting for an analyst
      *   'R' - responded: an analyst on COBDS00C verified,
      *         modified or deleted the tradeline; waiting for
      *         the next CBBDS02C response file
      *   'S' - sent: the answer went back on the response file
      * While a dispute is 'O' or 'R' CBCBR01C reports the
      * account with compliance condition code XB (disputed by
      * the consumer). The first extract after the answer is
      * sent carries it out (BDS-APPLIED-DATE):
      *   'V' verified - reported as it stands, with XH
      *                  (investigation completed)
      *   'M' modified - reported with XH and the corrections
      *                  below in place of the derived values;
      *                  name and address corrections are made
      *                  on the customer master (COCUP00C) and
      *                  flow from there
      *   'D' deleted  - reported once with account status DA
      *                  (delete the tradeline), then left out
      *                  of every later extract
      *
      * Consuming Programs:
      *   CBBDS01C  - Bureau dispute intake (writes 'O' rows)
      *   COBDS00C  - Bureau dispute screen (answers them)
      *   CBBDS02C  - Dispute response file and days-remaining
      *               aging report (marks them 'S')
      *   CBCBR01C  - Monthly credit bureau extract (reports the
      *               dispute and carries the answer out)
      *
      * Cross-References:
      *   CVACT01Y.cpy - the account the tradeline reports
      *   CVCUS01Y.cpy - the customer identity reported
      *   CSUSR01Y.cpy - SEC-USR-ID of the analyst
      *
       01  BUREAU-DISPUTE-RECORD.
      * --- Composite key: account + dispute sequence
      *     (bytes 1-14) ---
           05  BDS-KEY.
               10  BDS-ACCT-ID                   PIC 9(11).
               10  BDS-SEQ                       PIC 9(03).
      * --- Bureau (byte 15) and its dispute control number
      *     (bytes 16-27), echoed on the response ---
           05  BDS-BUREAU-CD                     PIC X(01).
               88  BDS-BUREAU-EQUIFAX            VALUE 'E'.
               88  BDS-BUREAU-EXPERIAN           VALUE 'X'.
               88  BDS-BUREAU-TRANSUNION         VALUE 'T'.
               88  BDS-BUREAU-VALID              VALUE 'E' 'X' 'T'.
           05  BDS-CONTROL-NO                    PIC X(12).
      * --- Work status (byte 28) ---
           05  BDS-STATUS                        PIC X(01).
               88  BDS-STATUS-OPEN               VALUE 'O'.
               88  BDS-STATUS-RESPONDED          VALUE 'R'.
               88  BDS-STATUS-SENT               VALUE 'S'.
               88  BDS-IN-DISPUTE                VALUE 'O' 'R'.
      * --- The consumer's dispute: the bureau's reason code
      *     (bytes 29-31) and claim text (bytes 32-91) ---
           05  BDS-REASON-CD                     PIC X(03).
           05  BDS-CLAIM-TEXT                    PIC X(60).
      * --- Dates YYYY-MM-DD: the bureau received the dispute,
      *     we loaded it, the answer is due (bytes 92-121) ---
           05  BDS-RECEIVED-DATE                 PIC X(10).
           05  BDS-LOADED-DATE                   PIC X(10).
           05  BDS-DUE-DATE                      PIC X(10).
      * --- What the bureau has on file from us: SSN, name,
      *     account status, balance, amount past due, credit
      *     limit and special comment (bytes 122-220) ---
           05  BDS-RPT-SSN                       PIC 9(09).
           05  BDS-RPT-LAST-NAME                 PIC X(25).
           05  BDS-RPT-FIRST-NAME                PIC X(25).
           05  BDS-RPT-ACCT-STATUS               PIC X(02).
           05  BDS-RPT-CURR-BAL                  PIC S9(10)V99.
           05  BDS-RPT-AMT-PAST-DUE              PIC S9(10)V99.
           05  BDS-RPT-CREDIT-LIMIT              PIC S9(10)V99.
           05  BDS-RPT-SPECIAL-COMMENT           PIC X(02).
      * --- The answer (byte 221), when and by whom
      *     (bytes 222-239) ---
           05  BDS-RESPONSE-CD                   PIC X(01).
               88  BDS-RESPONSE-VERIFIED         VALUE 'V'.
               88  BDS-RESPONSE-MODIFIED         VALUE 'M'.
               88  BDS-RESPONSE-DELETED          VALUE 'D'.
           05  BDS-RESPONSE-DATE                 PIC X(10).
           05  BDS-ANALYST-USR-ID                PIC X(08).
      * --- Corrections of a modification (bytes 240-256):
      *     account status and special comment (spaces = as
      *     derived), amount past due when BDS-CORR-PDUE-SET
      *     is 'Y' ---
           05  BDS-CORR-ACCT-STATUS              PIC X(02).
           05  BDS-CORR-SPECIAL-COMMENT          PIC X(02).
           05  BDS-CORR-AMT-PAST-DUE             PIC S9(10)V99.
           05  BDS-CORR-PDUE-SET                 PIC X(01).
               88  BDS-CORR-PDUE-IS-SET          VALUE 'Y'.
      * --- Answer sent on the response file, and carried out
      *     on the monthly extract, YYYY-MM-DD (bytes 257-276) ---
           05  BDS-SENT-DATE                     PIC X(10).
           05  BDS-APPLIED-DATE                  PIC X(10).
      * --- Reserved space (bytes 277-300) ---
           05  FILLER                            PIC X(24).
