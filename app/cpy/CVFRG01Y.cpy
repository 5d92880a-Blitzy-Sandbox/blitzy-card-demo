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
      * Record Layout Copybook: Inbound file registry (120 bytes)
      * Defines the record structure for the FILEREG VSAM KSDS
      * dataset -- one row for every inbound interface file an
      * intake converter has been handed, accepted or refused.
      * Primary key: FRG-FEED-ID (8) + FRG-RECEIVED-TS (14,
      * YYYYMMDDHHMMSS the intake checked the file) -- so one
      * feed's rows browse in the order they arrived.
      *
      * Each intake proves its file, then calls CSFRGCHK
      * (through CSFRGPY.cpy) with the sender, the file's own
      * creation date and sequence number, its detail record
      * count and a content hash of its detail records. The
      * file is refused, and the intake ends before anything
      * is released, when against the feed's ACCEPTED rows:
      *   DUPLICATE       - the same sender already sent this
      *                     date and sequence, or any accepted
      *                     file had the same count and hash
      *                     (a resend under a new header)
      *   OUT OF SEQUENCE - the sequence is not one more than
      *                     the sender's last accepted file, or
      *                     the file date is earlier than it
      * A file whose feed carries no sequence number is
      * registered with FRG-FILE-SEQ zero and only the content
      * and date tests apply. A registry that cannot be read
      * or written refuses the file too -- an unregistered file
      * is the one that gets posted twice.
      *
      * Feeds (FRG-FEED-ID = the intake's own DD name):
      *   SETLFILE  - CBSET01C  network settlement
      *   LOCKBOX   - CBLBX01C  bank lockbox payments
      *   IVRPAY    - CBIVR02C  IVR payments
      *   RETURNS   - CBNSF01C  returned payments
      *   FXFEED    - CBFXL01C  FX rates
      *   SANFEED   - CBSAN01C  sanctions list
      *   BUREAU    - CBBUR01C  bureau score responses
      *   HRFEED    - CBUSR01C  HR employee feed
      *   DEPFILE   - CBCSR01C  bank deposit and ACH settlement
      *
      * Consuming Programs:
      *   CSFRGCHK  - registry check and write (shared routine)
      *   COFRG00C  - inbound file registry inquiry
      *
      * Cross-References:
      *   CSFRGWY.cpy / CSFRGPY.cpy - the intakes' hash and
      *                 registration work area and paragraphs
      *   CSALT01Y.cpy - the CRITICAL alert a refusal raises
      *
       01  FILE-REGISTRY-RECORD.
      * --- Composite key (bytes 1-22) ---
           05  FRG-KEY.
               10  FRG-FEED-ID                   PIC X(08).
               10  FRG-RECEIVED-TS               PIC X(14).
      * --- Sender as named in the file, or the feed's fixed
      *     name where the file names none (bytes 23-32) ---
           05  FRG-SENDER                        PIC X(10).
      * --- File creation date, YYYY-MM-DD (bytes 33-42), and
      *     sender's file sequence number, zero when the feed
      *     carries none (bytes 43-48) ---
           05  FRG-FILE-DATE                     PIC X(10).
           05  FRG-FILE-SEQ                      PIC 9(06).
      * --- Detail records and their content hash
      *     (bytes 49-75) ---
           05  FRG-RECORD-COUNT                  PIC 9(09).
           05  FRG-CONTENT-HASH                  PIC 9(18).
      * --- Intake job and its run date (bytes 76-93) ---
           05  FRG-INTAKE-JOB                    PIC X(08).
           05  FRG-RUN-DATE                      PIC X(10).
      * --- Verdict (byte 94) ---
           05  FRG-STATUS                        PIC X(01).
               88  FRG-ACCEPTED                  VALUE 'A'.
               88  FRG-DUPLICATE                 VALUE 'D'.
               88  FRG-OUT-OF-SEQUENCE           VALUE 'S'.
               88  FRG-REGISTRY-DOWN             VALUE 'E'.
      * --- The accepted file a duplicate or out-of-sequence
      *     file was judged against (bytes 95-108) ---
           05  FRG-MATCHED-TS                    PIC X(14).
      * --- Reserved space (bytes 109-120) ---
           05  FILLER                            PIC X(12).
