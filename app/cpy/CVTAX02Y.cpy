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
      * Record Layout Copybook: 1099-C cancellation-of-debt
      * extract record (250 bytes)
      * Defines the record structure of the TAX1099C sequential
      * extract -- one record per account settled for less than
      * its balance in the tax year, where the balance forgiven
      * (SETL-FORGIVEN-AMT, CVSTL01Y.cpy) is $600.00 or more, the
      * 1099-C reporting threshold. Written by CBACT09C alongside
      * its year-end interest summary and handed to the tax
      * reporting vendor, who files the forms and mails the
      * debtor copies.
      *
      * The debtor is the account's primary cardholder, reached
      * through the cross-reference by account (CVACT03Y.cpy)
      * and the customer master (CVCUS01Y.cpy). A customer with
      * two settled accounts gets two records -- a 1099-C is
      * filed per debt.
      *
      * Form 1099-C boxes carried:
      *   Box 1 - date of identifiable event: T1099C-EVENT-DATE,
      *           the date CBSTL01C closed the offer as settled
      *   Box 2 - amount of debt discharged: T1099C-AMT-DISCHARGED
      *   Box 6 - identifiable event code: T1099C-EVENT-CODE, 'F'
      *           (discharge by agreement) for every settlement
      *
      * Consuming Programs:
      *   CBACT09C  - Year-end tax reporting (writes the extract)
      *
      * Cross-References:
      *   CVSTL01Y.cpy - settlement offer the forgiven amount is
      *                  taken from
      *   CVTAX01Y.cpy - the TAXRPT lines listing the same records
      *
       01  TAX-1099C-RECORD.
      * --- Tax year (bytes 1-4) and account (bytes 5-15) ---
           05  T1099C-TAX-YEAR                   PIC X(04).
           05  T1099C-ACCT-ID                    PIC 9(11).
      * --- Debtor: customer, taxpayer ID, name (bytes 16-108) ---
           05  T1099C-CUST-ID                    PIC 9(09).
           05  T1099C-SSN                        PIC 9(09).
           05  T1099C-FIRST-NAME                 PIC X(25).
           05  T1099C-MIDDLE-NAME                PIC X(25).
           05  T1099C-LAST-NAME                  PIC X(25).
      * --- Debtor mailing address (bytes 109-223) ---
           05  T1099C-ADDR-LINE-1                PIC X(50).
           05  T1099C-ADDR-LINE-2                PIC X(50).
           05  T1099C-ADDR-STATE-CD              PIC X(02).
           05  T1099C-ADDR-COUNTRY-CD            PIC X(03).
           05  T1099C-ADDR-ZIP                   PIC X(10).
      * --- Box 1: date of identifiable event, YYYY-MM-DD
      *     (bytes 224-233) ---
           05  T1099C-EVENT-DATE                 PIC X(10).
      * --- Box 2: amount of debt discharged (bytes 234-245) ---
           05  T1099C-AMT-DISCHARGED             PIC S9(10)V99.
      * --- Box 6: identifiable event code (byte 246) ---
           05  T1099C-EVENT-CODE                 PIC X(01).
               88  T1099C-EVENT-BY-AGREEMENT     VALUE 'F'.
      * --- Reserved space (bytes 247-250) ---
           05  FILLER                            PIC X(04).
