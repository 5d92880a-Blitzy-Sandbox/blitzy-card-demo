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
      * Record Layout Copybook: Card shipment hold (50 bytes)
      * Defines the record structure for the SHIPHOLD VSAM KSDS
      * dataset -- one row per account whose new plastic must
      * not go to the embossing vendor for the time being.
      * Primary key: SHH-ACCT-ID (11 bytes, position 1).
      *
      * CBATO01C sets the hold when it opens an account takeover
      * case: a replacement card mailed to an address the
      * fraudster just put on the account is the takeover's
      * payoff. CBFUL01C's extract leaves every card on a held
      * account pending -- it is extracted on the first run
      * after the hold ends -- and lists it as held. The hold
      * ends on SHH-HOLD-UNTIL, or earlier once the fraud team
      * clears the case (FRD-STATUS CLEARED or RELEASED). The
      * row is kept after the hold ends; CBATO01C counts only
      * events after SHH-SET-DATE toward a new case.
      *
      * SHH-REASON:
      *   'A' - account takeover case SHH-CASE-KEY
      *
      * Consuming Programs:
      *   CBATO01C  - Account takeover detection (sets the hold)
      *   CBFUL01C  - Card fulfillment extract (honours it)
      *
      * Cross-References:
      *   CVACT01Y.cpy - ACCT-ID, the account held
      *   CVFRD01Y.cpy - FRD-KEY, the case behind the hold
      *
       01  SHIP-HOLD-RECORD.
      * --- Primary key: account (bytes 1-11) ---
           05  SHH-ACCT-ID                       PIC 9(11).
      * --- Hold set on and held through, YYYY-MM-DD
      *     (bytes 12-31) ---
           05  SHH-SET-DATE                      PIC X(10).
           05  SHH-HOLD-UNTIL                    PIC X(10).
      * --- Reason (byte 32) and the case behind it
      *     (bytes 33-44) ---
           05  SHH-REASON                        PIC X(01).
               88  SHH-REASON-TAKEOVER           VALUE 'A'.
           05  SHH-CASE-KEY                      PIC X(12).
      * --- Reserved space (bytes 45-50) ---
           05  FILLER                            PIC X(06).
