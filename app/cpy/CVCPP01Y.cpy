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
      * Record Layout Copybook: Common point-of-purchase merchant
      * (200 bytes)
      * Defines the record structure for the CPPMERC VSAM KSDS
      * dataset -- one row per merchant that CBCPP01C's common
      * point-of-purchase analysis has named as a likely source
      * of leaked card numbers.
      * Primary key: CPM-MERCHANT-ID (9 bytes, position 1).
      *
      * A merchant is a candidate when two or more of the cards
      * with recently confirmed fraud (FRAUDCSE cases in status
      * CONFIRMED, CVFRD01Y.cpy) made purchases there inside
      * the look-back window. Its score, 0-100, is the average
      * of two percentages:
      *   CPM-COVERAGE-PCT - how many of the confirmed fraud
      *                      cards used the merchant
      *   CPM-DENSITY-PCT  - how many of the cards using the
      *                      merchant in the exposure window
      *                      went on to confirmed fraud
      * so a merchant nearly every fraud card shares scores high,
      * and a supermarket everybody uses scores low on density.
      * The exposure window runs from the first to the last
      * fraud-card purchase at the merchant; every other card
      * that used the merchant inside it is listed on CPPRISK
      * (CVCPP02Y.cpy).
      *
      * CPM-STATUS:
      *   'P' - pending: awaiting an analyst on COCPP00C
      *   'A' - approved for mass reissue on COCPP00C; the next
      *         CBCPP01C run reissues the merchant's at-risk
      *         cards
      *   'D' - dismissed on COCPP00C
      *   'Q' - reissue queued: CBCPP01C has reissued the
      *         at-risk cards (back to fulfillment through
      *         CBFUL01C, a 'CPPR' letter queued for each)
      * A dismissed or queued merchant goes back to pending
      * only when a later analysis finds more fraud cards in
      * common than it had.
      *
      * Consuming Programs:
      *   CBCPP01C  - Common point-of-purchase analysis and
      *               mass reissue
      *   COCPP00C  - Point-of-purchase review (approve,
      *               dismiss)
      *
      * Cross-References:
      *   CVCPP02Y.cpy - the merchant's at-risk cards
      *   CVFRD01Y.cpy - the confirmed fraud cases analysed
      *   CVMER01Y.cpy - MER-ID, the merchant
      *
       01  CPP-MERCHANT-RECORD.
      * --- Primary key: merchant (bytes 1-9) ---
           05  CPM-MERCHANT-ID                   PIC 9(09).
      * --- Merchant name as posted (bytes 10-59) ---
           05  CPM-MERCHANT-NAME                 PIC X(50).
      * --- Fraud cards that used the merchant, of all the
      *     confirmed fraud cards analysed (bytes 60-69) ---
           05  CPM-FRAUD-CARD-COUNT              PIC 9(05).
           05  CPM-FRAUD-CARD-TOTAL              PIC 9(05).
      * --- Other cards used there in the window (bytes 70-76) ---
           05  CPM-AT-RISK-COUNT                 PIC 9(07).
      * --- Score and its two parts, percent (bytes 77-85) ---
           05  CPM-COVERAGE-PCT                  PIC 9(03).
           05  CPM-DENSITY-PCT                   PIC 9(03).
           05  CPM-SCORE                         PIC 9(03).
      * --- Exposure window, YYYY-MM-DD (bytes 86-105) ---
           05  CPM-EXPOSURE-START                PIC X(10).
           05  CPM-EXPOSURE-END                  PIC X(10).
      * --- Run date of the last analysis that named the
      *     merchant, YYYY-MM-DD (bytes 106-115) ---
           05  CPM-ANALYSIS-DATE                 PIC X(10).
      * --- Status (byte 116) since YYYY-MM-DD
      *     (bytes 117-126) ---
           05  CPM-STATUS                        PIC X(01).
               88  CPM-STATUS-PENDING            VALUE 'P'.
               88  CPM-STATUS-APPROVED           VALUE 'A'.
               88  CPM-STATUS-DISMISSED          VALUE 'D'.
               88  CPM-STATUS-QUEUED             VALUE 'Q'.
           05  CPM-STATUS-DATE                   PIC X(10).
      * --- Analyst who approved or dismissed it, and when,
      *     YYYYMMDDHHMMSS (bytes 127-148) ---
           05  CPM-DECIDED-BY-USR-ID             PIC X(08).
           05  CPM-DECIDED-TS                    PIC X(14).
      * --- Cards reissued by the last queued reissue
      *     (bytes 149-155) ---
           05  CPM-REISSUED-COUNT                PIC 9(07).
      * --- Reserved space (bytes 156-200) ---
           05  FILLER                            PIC X(45).
