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
      * Record Layout Copybook: CECL loss assumption record
      * (80 bytes)
      * Defines the record structure for the CECLASM VSAM KSDS
      * dataset -- finance's allowance-for-credit-losses
      * assumptions, one row per portfolio segment. The
      * month-end CBCEL01C batch applies them to the balances
      * it segments off the account master:
      *   exposure  = drawn balance + CEA-CCF-PCT percent of
      *               the undrawn line (open accounts only)
      *   allowance = exposure x CEA-LOSS-RATE (the expected
      *               lifetime loss per unit of exposure)
      * Finance maintains the rows with the rest of the
      * reference data; every row in force is archived with
      * each month's CECL run (CVCEL02Y.cpy), so the figures
      * booked can always be traced to the assumptions used.
      *
      * Composite primary key (13 bytes), the segment:
      *   CEA-ACCT-GROUP-ID (10) - product, ACCT-GROUP-ID
      *   CEA-DELINQ-STAGE  (1)  - '0' current, else the
      *                            ACCT-DELINQ-STAGE value 1-4
      *   CEA-FICO-BAND     (1)  - see the 88 levels below
      *   CEA-MOB-BAND      (1)  - months on book, likewise
      * A row whose product is all asterisks is the house
      * default for its stage/FICO/months-on-book cell: a
      * product with no row of its own for a cell takes it.
      *
      * Consuming Programs:
      *   CBCEL01C  - Month-end CECL allowance batch
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-GROUP-ID, ACCT-DELINQ-STAGE,
      *                  ACCT-OPEN-DATE, the segmentation
      *   CVCUS01Y.cpy - CUST-FICO-CREDIT-SCORE
      *   CVCEL02Y.cpy - the monthly run history / archive
      *
       01  CECL-ASSUMPTION-RECORD.
      * --- Composite key, the segment (bytes 1-13) ---
           05  CEA-KEY.
               10  CEA-ACCT-GROUP-ID             PIC X(10).
                   88  CEA-GROUP-DEFAULT         VALUE '**********'.
               10  CEA-DELINQ-STAGE              PIC X(01).
                   88  CEA-STAGE-CURRENT         VALUE '0'.
               10  CEA-FICO-BAND                 PIC X(01).
                   88  CEA-FICO-760-PLUS         VALUE 'A'.
                   88  CEA-FICO-700-759          VALUE 'B'.
                   88  CEA-FICO-660-699          VALUE 'C'.
                   88  CEA-FICO-620-659          VALUE 'D'.
                   88  CEA-FICO-BELOW-620        VALUE 'E'.
                   88  CEA-FICO-UNSCORED         VALUE 'U'.
               10  CEA-MOB-BAND                  PIC X(01).
                   88  CEA-MOB-0-12              VALUE '1'.
                   88  CEA-MOB-13-24             VALUE '2'.
                   88  CEA-MOB-25-48             VALUE '3'.
                   88  CEA-MOB-49-PLUS           VALUE '4'.
                   88  CEA-MOB-UNKNOWN           VALUE 'U'.
      * --- Expected lifetime loss rate on exposure, e.g.
      *     0.045000 for 4.5% (bytes 14-20) ---
           05  CEA-LOSS-RATE                     PIC 9(01)V9(06).
      * --- Credit conversion factor: percent of the undrawn
      *     line expected to be drawn before default
      *     (bytes 21-25) ---
           05  CEA-CCF-PCT                       PIC 9(03)V99.
      * --- Assumption description / source (bytes 26-55) ---
           05  CEA-DESC                          PIC X(30).
      * --- Last change, YYYY-MM-DD, and who made it
      *     (bytes 56-73) ---
           05  CEA-UPDATED-DATE                  PIC X(10).
           05  CEA-UPDATED-BY                    PIC X(08).
      * --- Reserved space (bytes 74-80) ---
           05  FILLER                            PIC X(07).
