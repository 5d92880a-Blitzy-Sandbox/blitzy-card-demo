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
      * Record Layout Copybook: Merchant risk parameter card
      * (80 bytes)
      * Defines the control cards read from the MRKPARM DD by
      * CBMRK01C, one setting per card. Every setting has a
      * built-in default, so a missing card -- or a missing
      * MRKPARM -- leaves that default in force; a card with an
      * unknown code or a non-numeric value is reported and
      * ignored.
      *
      * MKP-CODE / MKP-VALUE:
      *   'DR' - dispute ratio that puts a merchant on watch,
      *          in hundredths of a percent of the month's
      *          sales count (default 100 = 1.00%)
      *   'MS' - sales in the month below which the dispute
      *          ratio is not judged        (default 25)
      *   'FC' - confirmed-fraud cases in the month that put
      *          a merchant on watch whatever its sales
      *          (default 3)
      *
      * Consuming Programs:
      *   CBMRK01C  - Merchant dispute-ratio and risk report
      *
       01  MRK-PARM-CARD.
      * --- Setting code (bytes 1-2) ---
           05  MKP-CODE                          PIC X(02).
      * --- Value, zero-filled (bytes 3-5) ---
           05  FILLER                            PIC X(01).
           05  MKP-VALUE                         PIC X(03).
           05  MKP-VALUE-N REDEFINES MKP-VALUE   PIC 9(03).
      * --- Free-form comment (bytes 7-80) ---
           05  MKP-COMMENT                       PIC X(74).
