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
      * Record Layout Copybook: Credit application record
      * (400 bytes)
      * Defines the record structure for the CREDAPP VSAM KSDS
      * dataset -- one row per application taken on the
      * COONB00C origination screen, whatever the outcome.
      * Primary key: APP-ID (11 bytes, position 1), assigned
      * by the browse-to-end pattern COTRN02C uses for
      * TRAN-ID.
      *
      * Every application is decided against the product's
      * DECRULE score bands (CVCAP02Y.cpy) when it is taken:
      *   APP-AUTO-DECISION
      *   'A' - approve: the requested limit is within the
      *         band and income limits; the account is booked
      *   'C' - counter-offer: approved at a lower assigned
      *         limit; the account is booked at that limit and
      *         a CNTR adverse action letter is queued
      *   'D' - decline: an ADVA adverse action letter is
      *         queued; nothing is booked
      *   'R' - refer: the score falls in a refer band; the
      *         application waits for an underwriter
      *
      * APP-STATUS tracks where the application stands:
      *   'B' - booked (APP-CUST-ID / APP-ACCT-ID filled)
      *   'D' - declined
      *   'R' - referred, awaiting an underwriter. A second
      *         user -- never the one who took the application
      *         -- approves it (PF5) or declines it (PF6) on
      *         COONB00C, and APP-UW-USR-ID / APP-UW-DATE
      *         record who and when.
      *
      * Principal reasons (APP-REASON-CD, up to three, the
      * unused ones spaces), printed in the &TEXT of the
      * adverse action letter:
      *   'SC' - credit score
      *   'DT' - debt to income (the housing payment against
      *          monthly income)
      *   'IN' - income too low for the limit
      *   'HI' - credit history (underwriter decisions only)
      *
      * An application that is never booked has no customer:
      * its letter is queued with LTQ-CUST-ID zero and the
      * application number in LTQ-ACCT-ID, and CBLTR01C takes
      * the name and address from this record.
      *
      * Consuming Programs:
      *   COONB00C  - Account origination (writes, decides,
      *               and works the referrals)
      *   CBLTR01C  - Letter generation (applicant address for
      *               letters with no customer)
      *   CBCAP01C  - Monthly approval-rate report
      *
      * Cross-References:
      *   CVCAP02Y.cpy - the decision-rule band applied
      *   CVPRD01Y.cpy - PRD-GROUP-ID, the product applied for
      *   CVLTR01Y.cpy - the ADVA / CNTR letter queued
      *
       01  CREDIT-APPLICATION-RECORD.
      * --- Primary key (bytes 1-11) ---
           05  APP-ID                            PIC 9(11).
      * --- Where the application stands (byte 12) ---
           05  APP-STATUS                        PIC X(01).
               88  APP-STATUS-BOOKED             VALUE 'B'.
               88  APP-STATUS-DECLINED           VALUE 'D'.
               88  APP-STATUS-REFERRED           VALUE 'R'.
      * --- The decision-rule outcome (byte 13) ---
           05  APP-AUTO-DECISION                 PIC X(01).
               88  APP-DECISION-APPROVE          VALUE 'A'.
               88  APP-DECISION-COUNTER          VALUE 'C'.
               88  APP-DECISION-DECLINE          VALUE 'D'.
               88  APP-DECISION-REFER            VALUE 'R'.
      * --- Taken on, YYYY-MM-DD (bytes 14-23), by
      *     (bytes 24-31) ---
           05  APP-DATE                          PIC X(10).
           05  APP-TAKEN-BY-USR-ID               PIC X(08).
      * --- Applicant identity as keyed (bytes 32-252) ---
           05  APP-FIRST-NAME                    PIC X(25).
           05  APP-MIDDLE-NAME                   PIC X(25).
           05  APP-LAST-NAME                     PIC X(25).
           05  APP-ADDR-LINE-1                   PIC X(50).
           05  APP-ADDR-STATE-CD                 PIC X(02).
           05  APP-ADDR-ZIP                      PIC X(10).
           05  APP-PHONE-NUM                     PIC X(15).
           05  APP-EMAIL-ADDR                    PIC X(50).
           05  APP-SSN                           PIC 9(09).
           05  APP-DOB                           PIC X(10).
      * --- What was applied for and the underwriting inputs
      *     (bytes 253-307): product, stated annual income,
      *     monthly housing payment, bureau score, requested
      *     credit and cash limits ---
           05  APP-PRODUCT-ID                    PIC X(10).
           05  APP-ANNUAL-INCOME                 PIC 9(09)V99.
           05  APP-MONTHLY-HOUSING               PIC 9(07)V99.
           05  APP-BUREAU-SCORE                  PIC 9(03).
           05  APP-REQ-LIMIT                     PIC 9(09)V99.
           05  APP-REQ-CASH-LIMIT                PIC 9(09)V99.
      * --- Decision figures (bytes 308-331): the debt-to-
      *     income percentage, the low score of the band
      *     applied (DRL-SCORE-LOW), the assigned limit and
      *     the principal reasons ---
           05  APP-DTI-PCT                       PIC 9(03)V9.
           05  APP-BAND-SCORE-LOW                PIC 9(03).
           05  APP-ASSIGNED-LIMIT                PIC 9(09)V99.
           05  APP-REASONS.
               10  APP-REASON-CD                 PIC X(02)
                                                 OCCURS 3 TIMES.
      * --- Underwriter who worked a referral and the date
      *     (bytes 332-349); spaces for automatic decisions ---
           05  APP-UW-USR-ID                     PIC X(08).
           05  APP-UW-DATE                       PIC X(10).
      * --- The customer and account booked (bytes 350-369);
      *     zero until booked ---
           05  APP-CUST-ID                       PIC 9(09).
           05  APP-ACCT-ID                       PIC 9(11).
      * --- Adverse action letter queued, ADVA or CNTR
      *     (bytes 370-373); spaces when none ---
           05  APP-LETTER-CODE                   PIC X(04).
      * --- Applicant's preferred correspondence language,
      *     booked onto CUST-PREF-LANG-CD (CVCUS01Y.cpy); the
      *     adverse action letter goes out in it (bytes
      *     374-375) ---
           05  APP-PREF-LANG-CD                  PIC X(02).
      * --- Reserved space (bytes 376-400) ---
           05  FILLER                            PIC X(25).
