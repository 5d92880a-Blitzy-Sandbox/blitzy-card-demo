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
      * Interface Copybook: Mobile inquiry service request and
      * response (800 bytes)
      * The fixed COMMAREA the mobile banking integration layer
      * passes when it LINKs to COMBI00C -- the real-time
      * replacement for the nightly IVR extract (CBIVR01C) as
      * the app's source of account figures. The
      * caller fills MBI-REQUEST; COMBI00C fills MBI-RESPONSE
      * and returns the whole area. Every field is display
      * format, amounts unsigned with a separate sign byte
      * where they can go negative, the same shape as IVREXT.
      *
      * Request (bytes 1-100):
      *   MBI-REQ-VERSION      - layout version, '01'
      *   MBI-REQ-CLIENT-ID    - the calling client, as
      *                          registered on MBCLIENT
      *                          (CVMBC01Y.cpy)
      *   MBI-REQ-CLIENT-TOKEN - the client's access token
      *   MBI-REQ-ACCT-ID      - the account asked about
      *   MBI-REQ-TRAN-COUNT   - recent transactions wanted,
      *                          01-10 (zero means 05)
      *   MBI-REQ-CORREL-ID    - the caller's own request ID,
      *                          echoed back and logged
      *
      * Response codes (MBI-RESP-CD):
      *   '00' - answered, figures filled in
      *   '10' - client unknown or token does not match
      *   '11' - client suspended
      *   '20' - client over its per-minute or daily call limit
      *   '30' - request malformed (version, account ID, count)
      *   '40' - account not found
      *   '50' - account restricted: no figures are returned,
      *          a service client is never authorized to see a
      *          restricted account (CVACT01Y.cpy)
      *   '51' - account holder deceased: no figures are
      *          returned while the estate is being settled
      *          (CVCUS01Y.cpy)
      *   '99' - the service could not read its files
      * Only '00' fills anything past MBI-RESP-ASOF-TS.
      *
      * Card data is masked: the last four digits only, never
      * the number or its vault token.
      *
      * Consuming Programs:
      *   COMBI00C  - Mobile inquiry service
      *
      * Cross-References:
      *   CVMBC01Y.cpy - the client registry and call limits
      *   CVMBL01Y.cpy - the request log
      *
       01  MBI-COMMAREA.
      * --- Request (bytes 1-100) ---
           05  MBI-REQUEST.
               10  MBI-REQ-VERSION               PIC X(02).
                   88  MBI-REQ-VERSION-01        VALUE '01'.
               10  MBI-REQ-CLIENT-ID             PIC X(08).
               10  MBI-REQ-CLIENT-TOKEN          PIC X(32).
               10  MBI-REQ-ACCT-ID               PIC X(11).
               10  MBI-REQ-TRAN-COUNT            PIC X(02).
               10  MBI-REQ-CORREL-ID             PIC X(20).
               10  FILLER                        PIC X(25).
      * --- Response (bytes 101-800) ---
           05  MBI-RESPONSE.
      * --- Outcome (bytes 101-156): code, text, and the time
      *     the figures were read, YYYYMMDDHHMMSS ---
               10  MBI-RESP-CD                   PIC X(02).
                   88  MBI-RESP-OK               VALUE '00'.
                   88  MBI-RESP-AUTH-FAILED      VALUE '10'.
                   88  MBI-RESP-CLIENT-SUSPENDED VALUE '11'.
                   88  MBI-RESP-LIMIT-EXCEEDED   VALUE '20'.
                   88  MBI-RESP-BAD-REQUEST      VALUE '30'.
                   88  MBI-RESP-ACCT-NOT-FOUND   VALUE '40'.
                   88  MBI-RESP-ACCT-RESTRICTED  VALUE '50'.
                   88  MBI-RESP-ACCT-DECEASED    VALUE '51'.
                   88  MBI-RESP-SYSTEM-ERROR     VALUE '99'.
               10  MBI-RESP-MSG                  PIC X(40).
               10  MBI-RESP-ASOF-TS              PIC X(14).
      * --- The account and its card, masked
      *     (bytes 157-192) ---
               10  MBI-ACCT-ID                   PIC 9(11).
               10  MBI-CARD-MASKED               PIC X(16).
               10  MBI-CARD-EXPIRY               PIC X(07).
               10  MBI-CARD-STATUS               PIC X(01).
               10  MBI-ACCT-STATUS               PIC X(01).
      * --- Standing figures (bytes 193-260) ---
               10  MBI-BAL-SIGN                  PIC X(01).
               10  MBI-CURR-BAL                  PIC 9(10)V99.
               10  MBI-CREDIT-LIMIT              PIC 9(10)V99.
               10  MBI-AVAIL-CREDIT              PIC 9(10)V99.
               10  MBI-MIN-PAY-DUE               PIC 9(10)V99.
               10  MBI-PAY-DUE-DATE              PIC X(10).
               10  MBI-REWARD-POINTS             PIC 9(09).
      * --- Recent transactions, newest first
      *     (bytes 261-762) ---
               10  MBI-TRAN-COUNT                PIC 9(02).
               10  MBI-TRAN-ENTRY OCCURS 10 TIMES.
                   15  MBI-TRAN-DATE             PIC X(10).
                   15  MBI-TRAN-DESC             PIC X(26).
                   15  MBI-TRAN-TYPE-CD          PIC X(02).
                   15  MBI-TRAN-AMT-SIGN         PIC X(01).
                   15  MBI-TRAN-AMT              PIC 9(09)V99.
      * --- Reserved space (bytes 763-800) ---
               10  FILLER                        PIC X(38).
