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
      * Record Layout Copybook: Catch-up control record (80 bytes)
      * Defines the single record of the CUPCTL sequential
      * dataset -- where a multi-day catch-up (CBCUP01C) stands.
      * The driver rewrites it each time it submits a business
      * date's cycle job (status 'S'), when that job's last
      * step confirms the cycle ran clean (status 'C'), and
      * when it submits the final business-date advance that
      * hands back to the regular nightly schedule (status
      * 'F'). A job submitted but never confirmed means the
      * cycle failed somewhere -- the driver stops there.
      *
      * Consuming Programs:
      *   CBCUP01C  - Catch-up driver (sole reader and writer)
      *
      * Cross-References:
      *   CVPDC01Y.cpy - PROCCTRL, the business date the
      *                  catch-up walks forward
      *   CVEOD01Y.cpy - SIGNOFF, the gate between dates and the
      *                  override CUP-OVR-THRU is taken from
      *
       01  CATCHUP-CTL-RECORD.
      * --- The catch-up's span: the first missed business date
      *     and the date it runs through (bytes 1-20) ---
           05  CUP-START-DATE                    PIC X(10).
           05  CUP-THRU-DATE                     PIC X(10).
      * --- The business date of the last job submitted, and
      *     the date that job advances from first; spaces when
      *     the job has no advance step (bytes 21-40) ---
           05  CUP-CYCLE-DATE                    PIC X(10).
           05  CUP-ADV-FROM-DATE                 PIC X(10).
      * --- Where that job stands (byte 41) ---
           05  CUP-STATUS                        PIC X(01).
               88  CUP-SUBMITTED                 VALUE 'S'.
               88  CUP-CYCLE-DONE                VALUE 'C'.
               88  CUP-FINISHED                  VALUE 'F'.
      * --- When it was submitted, YYYYMMDDHHMMSS
      *     (bytes 42-55) ---
           05  CUP-SUBMIT-TS                     PIC X(14).
      * --- Business dates whose cycle has been confirmed
      *     (bytes 56-58) ---
           05  CUP-DATES-RUN                     PIC 9(03).
      * --- A sign-off override in force: the last date it
      *     reaches and the administrator who recorded it
      *     (bytes 59-76) ---
           05  CUP-OVR-THRU                      PIC X(10).
           05  CUP-OVR-OPERATOR                  PIC X(08).
      * --- Reserved (bytes 77-80) ---
           05  FILLER                            PIC X(04).
