      ******************************************************************
      * CardDemo - Charge-Off Monthly Totals Record
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
      * One record per calendar month, keyed on CCYYMM of the
      * business date, accumulated nightly by CBCHO01: the cards
      * charged off in the month with the principal and finance
      * charge written off, and the recoveries posted in the month
      * against cards charged off in any month.  These are the
      * monthly charge-off and recovery figures reported to
      * management and the regulators.
      *
       01  CHG-OFF-TOTAL-RECORD.
           05  CHT-MONTH                        PIC 9(06).
           05  CHT-CHGOFF-COUNT                 PIC 9(07).
           05  CHT-CHGOFF-PRINCIPAL             PIC S9(11)V99.
           05  CHT-CHGOFF-FIN-CHG               PIC S9(11)V99.
           05  CHT-CHGOFF-TOTAL                 PIC S9(11)V99.
           05  CHT-RCY-COUNT                    PIC 9(07).
           05  CHT-RCY-AMT                      PIC S9(11)V99.
           05  FILLER                           PIC X(20).
