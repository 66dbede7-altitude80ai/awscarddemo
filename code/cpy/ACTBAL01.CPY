      ******************************************************************
      * CardDemo - Account Balance Master Record
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
      * One record per card, keyed on card number, carrying the
      * balance forward from one statement to the next.  The first
      * group is the last statement the card closed: the balance
      * brought into that cycle, the payments posted during it, the
      * purchase and cash activity it statemented, the finance
      * charge CBBIL01 priced and the new balance billed -- previous
      * balance less payments plus purchases, cash and finance
      * charge always equals the new balance.  The second group is
      * the cycle now open: the payments CBPAY01 has posted since
      * that statement and the balance owed tonight, which is the
      * balance CBSTM01 opens the card's next statement from.  The
      * master is rolled forward nightly by CBABL01, which stamps
      * ABL-STMT-DATE when it closes a cycle and ABL-PAY-APPLY-DATE
      * when it applies a night's posted payments, so a rerun of the
      * same night applies neither twice.
      *
       01  ACT-BALANCE-RECORD.
           05  ABL-CARD-NUM                     PIC X(16).
           05  ABL-STMT-DATE                    PIC 9(08).
           05  ABL-PREV-BALANCE                 PIC S9(09)V99.
           05  ABL-PURCHASES                    PIC S9(09)V99.
           05  ABL-CASH                         PIC S9(09)V99.
           05  ABL-PAYMENTS                     PIC S9(09)V99.
           05  ABL-FINANCE-CHG                  PIC S9(07)V99.
           05  ABL-NEW-BALANCE                  PIC S9(09)V99.
           05  ABL-CYC-PAYMENTS                 PIC S9(09)V99.
           05  ABL-CUR-BALANCE                  PIC S9(09)V99.
           05  ABL-ROLL-DATE                    PIC 9(08).
           05  ABL-PAY-APPLY-DATE               PIC 9(08).
           05  FILLER                           PIC X(12).
