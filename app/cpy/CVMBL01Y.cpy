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
      * Record Layout Copybook: Mobile inquiry request log
      * (100 bytes)
      * Defines the record structure for the MBILOG VSAM KSDS
      * dataset -- one record for every call made to the
      * COMBI00C mobile inquiry service, answered or refused,
      * for the audit trail of who asked about which account
      * and for the volume reporting done by CBMBI01C.
      *
      * Composite primary key (31 bytes, position 1):
      *   MBL-CLIENT-ID (8, as presented -- an unknown client
      *   is logged under the ID it claimed) + MBL-TS (16,
      *   YYYYMMDDHHMMSS plus hundredths) + MBL-TASK-NUM (7,
      *   the CICS task number, which keeps two calls in the
      *   same hundredth apart). A browse on the client and a
      *   date returns that client's calls for the day.
      *
      * MBL-RESP-CD carries the response code given the caller
      * (see CVMBI01Y.cpy).
      *
      * Consuming Programs:
      *   COMBI00C  - Mobile inquiry service (WRITE per call)
      *   CBMBI01C  - Mobile inquiry volume report
      *
      * Cross-References:
      *   CVMBI01Y.cpy - the request and response layout
      *   CVMBC01Y.cpy - the client registry
      *
       01  MOBILE-LOG-RECORD.
      * --- Composite key (bytes 1-31) ---
           05  MBL-KEY.
               10  MBL-CLIENT-ID                 PIC X(08).
               10  MBL-TS                        PIC X(16).
               10  MBL-TASK-NUM                  PIC 9(07).
      * --- The account asked about, as presented
      *     (bytes 32-42) ---
           05  MBL-ACCT-ID                       PIC X(11).
      * --- Response code given (bytes 43-44) ---
           05  MBL-RESP-CD                       PIC X(02).
               88  MBL-RESP-OK                   VALUE '00'.
               88  MBL-RESP-AUTH-FAILED          VALUE '10' '11'.
               88  MBL-RESP-LIMIT-EXCEEDED       VALUE '20'.
               88  MBL-RESP-WITHHELD             VALUE '50' '51'.
      * --- Transactions returned (bytes 45-46) ---
           05  MBL-TRAN-COUNT                    PIC 9(02).
      * --- The caller's request ID (bytes 47-66) ---
           05  MBL-CORREL-ID                     PIC X(20).
      * --- The client's call count for the day after this
      *     call (bytes 67-73) ---
           05  MBL-CALLS-TODAY                   PIC 9(07).
      * --- Reserved space (bytes 74-100) ---
           05  FILLER                            PIC X(27).
