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
      * Record Layout Copybook: Work-queue routing rule (80 bytes)
      * Defines the record structure for the WQRULE VSAM KSDS
      * dataset -- where a new work item is routed and how long
      * it may wait, loaded with the reference data.
      *
      * Composite primary key (8 bytes):
      *   WQR-QUEUE (4, the CVWQI01Y.cpy queue code) +
      *   WQR-ITEM-TYPE (4, the item type; spaces = the queue's
      *   default rule)
      * An item takes the rule for its queue and type, else its
      * queue's default rule; an item with neither is opened
      * unrouted -- no team, priority 5 -- with the routing
      * job's default SLA, and is counted on its log.
      *
      * WQR-USER names a user to assign the item to directly;
      * spaces leave it in WQR-TEAM's pool to be claimed.
      * WQR-SLA-DAYS is calendar days from the date the item
      * opened to the date it is due by (0 = due the day it
      * opened).
      *
      * Consuming Programs:
      *   CBWQA01C  - Queue sync and routing
      *
      * Cross-References:
      *   CVWQI01Y.cpy - WORKITEM, the items routed
      *
       01  WORK-ROUTE-RULE-RECORD.
      * --- Composite key (bytes 1-8) ---
           05  WQR-KEY.
               10  WQR-QUEUE                     PIC X(04).
               10  WQR-ITEM-TYPE                 PIC X(04).
      * --- Team, and optional user, routed to (bytes 9-24) ---
           05  WQR-TEAM                          PIC X(08).
           05  WQR-USER                          PIC X(08).
      * --- Priority, 1 (highest) to 5 (byte 25) ---
           05  WQR-PRIORITY                      PIC 9(01).
      * --- SLA, calendar days (bytes 26-28) ---
           05  WQR-SLA-DAYS                      PIC 9(03).
      * --- Rule description (bytes 29-58) ---
           05  WQR-DESC                          PIC X(30).
      * --- Reserved (bytes 59-80) ---
           05  FILLER                            PIC X(22).
