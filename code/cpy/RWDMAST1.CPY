      ******************************************************************
      * CardDemo - Rewards Points Master Record
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
      * One record per card that has earned points, keyed on card
      * number, maintained nightly by CBRWD01.  RWD-BALANCE is the
      * points the cardholder holds: the unexpired points left in
      * the earn-month buckets less RWD-DEFICIT, the points clawed
      * back after they had already been spent, which later earnings
      * pay off before they add to the balance.  The buckets hold
      * what is left of each month's earnings, oldest first; points
      * are spent and clawed back oldest first and expire a bucket
      * at a time.  The first activity group is the cycle now open;
      * when the card's statement cycle closes it is rolled into the
      * second group, the points block the statement prints.
      *
       01  RWD-MASTER-RECORD.
           05  RWD-CARD-NUM                     PIC X(16).
           05  RWD-BALANCE                      PIC S9(09).
           05  RWD-DEFICIT                      PIC 9(09).
           05  RWD-OPEN-DATE                    PIC 9(08).
           05  RWD-LAST-ACTIVITY-DATE           PIC 9(08).
           05  RWD-CYC-OPEN-BAL                 PIC S9(09).
           05  RWD-CYC-EARNED                   PIC 9(09).
           05  RWD-CYC-CLAWBACK                 PIC 9(09).
           05  RWD-CYC-EXPIRED                  PIC 9(09).
           05  RWD-CYC-REDEEMED                 PIC 9(09).
           05  RWD-STMT-CLOSE-DATE              PIC 9(08).
           05  RWD-STMT-OPEN-BAL                PIC S9(09).
           05  RWD-STMT-EARNED                  PIC 9(09).
           05  RWD-STMT-CLAWBACK                PIC 9(09).
           05  RWD-STMT-EXPIRED                 PIC 9(09).
           05  RWD-STMT-REDEEMED                PIC 9(09).
           05  RWD-STMT-CLOSE-BAL               PIC S9(09).
           05  RWD-BUCKET-COUNT                 PIC 9(02).
           05  RWD-BUCKET                       OCCURS 36 TIMES.
               10  RWD-BKT-MONTH                PIC 9(06).
               10  RWD-BKT-POINTS               PIC 9(09).
           05  FILLER                           PIC X(20).
