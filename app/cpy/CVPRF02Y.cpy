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
      * Record Layout Copybook: Account profitability record
      * (200 bytes)
      * Defines the record structure for the PRFACCT
      * sequential extract the monthly CBPRF01C batch writes
      * -- one record per account in scope for the month, in
      * account order, with the revenue and cost it was
      * credited and charged and the net contribution that
      * leaves:
      *   revenue = interest + fees + interchange - waivers
      *   cost    = rewards + net credit loss (charge-off less
      *             recoveries) + cost of funds + servicing
      *   net contribution = revenue - cost
      * The report's product, FICO band and state roll-ups and
      * its least-profitable ranking are all built from these
      * figures, so the extract ties to the report.
      *
      * Consuming Programs:
      *   CBPRF01C  - Monthly account and product
      *               profitability batch (writes it)
      *
      * Cross-References:
      *   CVPRF01Y.cpy - the cost assumptions applied
      *   CVRCV01Y.cpy - charge-offs and recoveries
      *   CVRDM01Y.cpy - rewards redemptions
      *   CVFWV01Y.cpy - fee waivers
      *   CVICR02Y.cpy - interchange per purchase
      *
       01  ACCOUNT-PROFIT-RECORD.
      * --- Run month YYYY-MM and account (bytes 1-18) ---
           05  PFR-RUN-MONTH                     PIC X(07).
           05  PFR-ACCT-ID                       PIC 9(11).
      * --- Roll-up keys: product, FICO band (the CECL bands,
      *     CVCEL01Y.cpy) and the customer's state
      *     (bytes 19-31) ---
           05  PFR-ACCT-GROUP-ID                 PIC X(10).
           05  PFR-FICO-BAND                     PIC X(01).
           05  PFR-STATE-CD                      PIC X(02).
      * --- Month-end balance (bytes 32-42) ---
           05  PFR-BALANCE                       PIC S9(09)V99.
      * --- Revenue (bytes 43-86) ---
           05  PFR-INTEREST                      PIC S9(09)V99.
           05  PFR-FEES                          PIC S9(09)V99.
           05  PFR-INTERCHANGE                   PIC S9(09)V99.
           05  PFR-WAIVED                        PIC S9(09)V99.
      * --- Cost (bytes 87-141) ---
           05  PFR-REWARDS                       PIC S9(09)V99.
           05  PFR-CHARGEOFF                     PIC S9(09)V99.
           05  PFR-RECOVERY                      PIC S9(09)V99.
           05  PFR-COST-OF-FUNDS                 PIC S9(09)V99.
           05  PFR-SERVICING                     PIC S9(09)V99.
      * --- Totals and net contribution (bytes 142-174) ---
           05  PFR-TOTAL-REVENUE                 PIC S9(09)V99.
           05  PFR-TOTAL-COST                    PIC S9(09)V99.
           05  PFR-NET-CONTRIB                   PIC S9(09)V99.
      * --- Where the cost assumptions came from (byte 175) ---
           05  PFR-ASM-SOURCE                    PIC X(01).
               88  PFR-ASM-OWN-ROW               VALUE 'O'.
               88  PFR-ASM-DEFAULT-ROW           VALUE 'D'.
               88  PFR-ASM-NOT-FOUND             VALUE 'N'.
      * --- Purchases priced in the month (bytes 176-182) ---
           05  PFR-PURCHASE-COUNT                PIC 9(07).
      * --- Reserved space (bytes 183-200) ---
           05  FILLER                            PIC X(18).
