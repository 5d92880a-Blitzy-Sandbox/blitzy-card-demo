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
      * Record Layout Copybook: Collection agency record (80 bytes)
      * Defines the record structure for the AGENCY VSAM KSDS
      * dataset -- one record per outside collection agency the
      * bank places charged-off accounts with, and the terms of
      * its contract. Reference data, loaded with the agency
      * contracts; an agency whose contract lapses is set
      * INACTIVE rather than deleted, so its placements stay
      * readable on the inventory report.
      *
      * Primary key: AGY-ID (4 bytes, position 1).
      *
      * Consuming Programs:
      *   CBAGY01C  - Monthly placement/recall batch (loads the
      *               active agencies, places and reassigns)
      *   CBAGY02C  - Weekly remittance intake (commission rate)
      *
      * Cross-References:
      *   CVAGP01Y.cpy - AGP-AGENCY-ID on each placement
      *
       01  AGENCY-RECORD.
      * --- Agency code, VSAM primary key (bytes 1-4) ---
           05  AGY-ID                            PIC X(04).
      * --- Agency name (bytes 5-34) ---
           05  AGY-NAME                          PIC X(30).
      * --- Contingency commission the agency keeps out of
      *     every collection, percent (bytes 35-38, e.g. 2500
      *     = 25.00%) ---
           05  AGY-COMMISSION-PCT                PIC 9(02)V99.
      * --- Contract period: days an account stays placed
      *     before it is recalled (bytes 39-41) ---
           05  AGY-CONTRACT-DAYS                 PIC 9(03).
      * --- Agency status (byte 42). Only ACTIVE agencies take
      *     new placements ---
           05  AGY-STATUS                        PIC X(01).
               88  AGY-ACTIVE                    VALUE 'A'.
               88  AGY-INACTIVE                  VALUE 'I'.
      * --- Reserved space (bytes 43-80) ---
           05  FILLER                            PIC X(38).
