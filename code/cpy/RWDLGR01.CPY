      ******************************************************************
      * CardDemo - Rewards Points Ledger Record
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
      * One record per points posting, keyed on card number and the
      * TRNX-ID of the transaction that earned or clawed back the
      * points, or the request ID of a redemption.  An earning
      * entry keeps the purchase amount and the points it earned,
      * so a reversal, dispute or chargeback linked back to it on
      * REVXTR01 can claw back the points in proportion to the
      * amount reversed; RWL-CLAWED-POINTS stops the same purchase
      * being clawed back past what it earned.  Because every
      * posting is keyed, a rerun of the night posts nothing twice.
      *
       01  RWD-LEDGER-RECORD.
           05  RWL-KEY.
               10  RWL-CARD-NUM                 PIC X(16).
               10  RWL-TRNX-ID                  PIC X(16).
           05  RWL-ENTRY-TYPE                   PIC X(01).
               88  RWL-IS-EARNED                VALUE 'E'.
               88  RWL-IS-CLAWBACK              VALUE 'C'.
               88  RWL-IS-REDEMPTION            VALUE 'R'.
           05  RWL-POST-DATE                    PIC 9(08).
           05  RWL-TRNX-AMT                     PIC S9(09)V99.
           05  RWL-POINTS                       PIC 9(09).
           05  RWL-CLAWED-POINTS                PIC 9(09).
           05  RWL-REF-ID                       PIC X(16).
           05  FILLER                           PIC X(20).
