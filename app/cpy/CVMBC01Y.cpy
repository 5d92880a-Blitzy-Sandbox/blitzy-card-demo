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
      * Record Layout Copybook: Mobile inquiry client (150 bytes)
      * Defines the record structure for the MBCLIENT VSAM KSDS
      * dataset -- one record per outside party allowed to call
      * the COMBI00C mobile inquiry service: who it is, the
      * access token it must present on every call, whether it
      * is active, and the call limits it has agreed to, with
      * the running counts COMBI00C keeps against them.
      *
      * Primary key: MBC-CLIENT-ID (8, position 1).
      *
      * Access token: compared byte for byte with the request's
      * MBI-REQ-CLIENT-TOKEN. The dataset is secured like
      * USRSEC -- only the service and the security team's
      * maintenance jobs may read it.
      *
      * Call limits, each zero when the agreement sets none:
      *   MBC-MINUTE-LIMIT - calls allowed in one clock minute
      *   MBC-DAILY-LIMIT  - calls allowed in one calendar day
      * COMBI00C counts every authenticated call into
      * MBC-CALLS-MINUTE / MBC-CALLS-TODAY, restarting each
      * count when the minute or the day turns over. A call
      * over either limit is refused with response '20' and
      * counted in MBC-REJECTS-TODAY instead.
      *
      * Consuming Programs:
      *   COMBI00C  - Mobile inquiry service (READ UPDATE /
      *               REWRITE per call)
      *   CBMBI01C  - Mobile inquiry volume report (the limits,
      *               beside the day's logged volume)
      *
      * Cross-References:
      *   CVMBI01Y.cpy - the request and response layout
      *   CVMBL01Y.cpy - the request log
      *
       01  MOBILE-CLIENT-RECORD.
      * --- Primary key (bytes 1-8) ---
           05  MBC-CLIENT-ID                     PIC X(08).
      * --- Who the client is (bytes 9-38) ---
           05  MBC-CLIENT-NAME                   PIC X(30).
      * --- Access token presented on each call (bytes 39-70) ---
           05  MBC-TOKEN                         PIC X(32).
      * --- Client status (byte 71) ---
           05  MBC-STATUS                        PIC X(01).
               88  MBC-STATUS-ACTIVE             VALUE 'A'.
               88  MBC-STATUS-SUSPENDED          VALUE 'S'.
      * --- Agreed call limits (bytes 72-83) ---
           05  MBC-MINUTE-LIMIT                  PIC 9(05).
           05  MBC-DAILY-LIMIT                   PIC 9(07).
      * --- Calls in the current minute, YYYYMMDDHHMM
      *     (bytes 84-100) ---
           05  MBC-CALL-MINUTE                   PIC X(12).
           05  MBC-CALLS-MINUTE                  PIC 9(05).
      * --- Calls and refusals on the current day, YYYYMMDD
      *     (bytes 101-122) ---
           05  MBC-CALL-DATE                     PIC X(08).
           05  MBC-CALLS-TODAY                   PIC 9(07).
           05  MBC-REJECTS-TODAY                 PIC 9(07).
      * --- Last call, YYYYMMDDHHMMSS (bytes 123-136) ---
           05  MBC-LAST-CALL-TS                  PIC X(14).
      * --- Reserved space (bytes 137-150) ---
           05  FILLER                            PIC X(14).
