      ******************************************************************
      * CardDemo - Manual Adjustment Entry Record
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
      * One record per monetary adjustment keyed by customer service
      * or the dispute desk and approved by a second operator, read
      * by CBADJ01.  ADJ-ADJ-ID is unique per card and becomes the
      * TRNX-ID of the posted transaction.  The amount is entered
      * unsigned; ADJ-DIRECTION says whether it is a credit to the
      * cardholder (a fee waiver, goodwill or provisional credit) or
      * a debit.  ADJ-APPROVED-BY must name an operator other than
      * ADJ-ENTERED-BY.  A Reg E provisional credit names the
      * dispute case it is given against in ADJ-CASE-TRNX-ID -- the
      * case key is the card number and that TRNX-ID.
      *
       01  ADJ-TRAN-RECORD.
           05  ADJ-CARD-NUM                     PIC X(16).
           05  ADJ-ADJ-ID                       PIC X(16).
           05  ADJ-REASON-CD                    PIC X(04).
           05  ADJ-DIRECTION                    PIC X(01).
               88  ADJ-IS-CREDIT                VALUE 'C'.
               88  ADJ-IS-DEBIT                 VALUE 'D'.
               88  ADJ-DIRECTION-VALID          VALUE 'C' 'D'.
           05  ADJ-AMT                          PIC 9(07)V99.
           05  ADJ-ENTERED-BY                   PIC X(08).
           05  ADJ-ENTERED-DATE                 PIC 9(08).
           05  ADJ-APPROVED-BY                  PIC X(08).
           05  ADJ-APPROVED-DATE                PIC 9(08).
           05  ADJ-CASE-TRNX-ID                 PIC X(16).
           05  ADJ-DESC                         PIC X(40).
           05  FILLER                           PIC X(20).
