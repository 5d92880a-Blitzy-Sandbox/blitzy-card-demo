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
      * Record Layout Copybook: Statement message record (250 bytes)
      * Defines the record structure for the STMTMSG VSAM KSDS --
      * the messages marketing and compliance put on statements
      * (rate-change reminders, fraud warnings, a promotion for
      * one product, a notice for one state), maintained on the
      * COSMS00C admin screen.
      *
      * Primary key: SMS-MSG-ID (8 bytes)
      *
      * A message is live for a statement whose cycle (run) date
      * falls on or after SMS-EFF-DATE and on or before
      * SMS-EXP-DATE (spaces = no end date), while SMS-STATUS is
      * ACTIVE. Each targeting field left at spaces (or, for the
      * FICO band, at zero high score) matches every account:
      *   SMS-TGT-GROUP-ID    - product (ACCT-GROUP-ID)
      *   SMS-TGT-STATE-CD    - mailing state (CUST-ADDR-STATE-CD)
      *   SMS-TGT-DELINQ      - delinquency stage: C current,
      *                         1-4 that stage (ACCT-DELINQ-STAGE),
      *                         D any stage past due
      *   SMS-TGT-FICO-LOW/   - FICO band, inclusive
      *   SMS-TGT-FICO-HIGH     (CUST-FICO-CREDIT-SCORE)
      *   SMS-TGT-DELIVERY    - E e-statement only, P paper only
      *                         (the CBSDL01C delivery route)
      *   SMS-TGT-LANG-CD     - statement language (a message
      *                         worded in one language)
      * CBSTM03A prints up to three live, matching messages per
      * statement, lowest SMS-PRIORITY first (message ID breaks
      * a tie), and keeps their IDs and insert codes on the
      * statement's archive summary (CVSTA01Y.cpy). A message
      * with an insert code also asks the print vendor to stuff
      * that insert in a paper statement's envelope (CBSDL01C,
      * PRX-INSERT-CD in CVSDL01Y.cpy). CBSMS01C counts the
      * statements each message went out on.
      *
      * Consuming Programs:
      *   COSMS00C  - Message maintenance screen (admin)
      *   CBSTM03A  - Statement generation (selects and prints)
      *   CBSMS01C  - Statement message cycle report
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-GROUP-ID / ACCT-DELINQ-STAGE
      *   CVCUS01Y.cpy - state, FICO, contact method, language
      *   CVSTA01Y.cpy - SAR-SUM-MSG (messages a statement got)
      *
       01  STMT-MSG-RECORD.
      * --- Primary key (bytes 1-8) ---
           05  SMS-MSG-ID                        PIC X(08).
      * --- Description for the screen and report (9-38) ---
           05  SMS-DESC                          PIC X(30).
      * --- Status (byte 39) ---
           05  SMS-STATUS                        PIC X(01).
               88  SMS-STATUS-ACTIVE             VALUE 'A'.
               88  SMS-STATUS-INACTIVE           VALUE 'I'.
               88  SMS-STATUS-VALID              VALUE 'A' 'I'.
      * --- Priority, 001 prints first (bytes 40-42) ---
           05  SMS-PRIORITY                      PIC 9(03).
      * --- Effective and expiry dates, YYYY-MM-DD
      *     (bytes 43-62; expiry spaces = open-ended) ---
           05  SMS-EFF-DATE                      PIC X(10).
           05  SMS-EXP-DATE                      PIC X(10).
      * --- Targeting (bytes 63-84) ---
           05  SMS-TGT-GROUP-ID                  PIC X(10).
           05  SMS-TGT-STATE-CD                  PIC X(02).
           05  SMS-TGT-DELINQ                    PIC X(01).
               88  SMS-TGT-DELINQ-ANY            VALUE SPACES.
               88  SMS-TGT-DELINQ-CURRENT        VALUE 'C'.
               88  SMS-TGT-DELINQ-PAST-DUE       VALUE 'D'.
               88  SMS-TGT-DELINQ-STAGE          VALUE '1' '2'
                                                       '3' '4'.
           05  SMS-TGT-FICO-LOW                  PIC 9(03).
           05  SMS-TGT-FICO-HIGH                 PIC 9(03).
           05  SMS-TGT-DELIVERY                  PIC X(01).
               88  SMS-TGT-DELIVERY-ANY          VALUE SPACES.
               88  SMS-TGT-DELIVERY-ESTMT        VALUE 'E'.
               88  SMS-TGT-DELIVERY-PAPER        VALUE 'P'.
           05  SMS-TGT-LANG-CD                   PIC X(02).
      * --- Print vendor insert code, spaces = none (85-89) ---
           05  SMS-INSERT-CD                     PIC X(05).
      * --- Message text, two statement lines (90-241) ---
           05  SMS-TEXT-LINE                     PIC X(76)
                                                 OCCURS 2 TIMES.
      * --- Reserved space (bytes 242-250) ---
           05  FILLER                            PIC X(09).
