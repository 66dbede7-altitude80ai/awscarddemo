      ******************************************************************
      * CardDemo - Card Status Master Record
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
      * One record per card that has ever carried a status other
      * than active, keyed on card number the same way the CRDLIM1
      * and CRDHLD1 masters are; a card with no record is active.
      * Each status carries the reason it was set and the date it
      * took effect.  Fraud, collections and over-limit statuses
      * are set nightly by CBCST01 off the CBFWL01 worklist, the
      * delinquency master and the OVRLIM01 over-limit file; any
      * status, including a release back to active, can be set by
      * the desks through the CSTCHG01 manual change file.  The
      * status the card opened tonight's run with is kept alongside
      * the current one, so the incremental negative file and the
      * blocked-card activity report see the same start-of-night
      * status however often the step is rerun.  CST-OVR-CYCLES
      * counts the consecutive statements the card has appeared on
      * the over-limit file.
      *
       01  CRD-STATUS-RECORD.
           05  CST-CARD-NUM                     PIC X(16).
           05  CST-STATUS                       PIC X(01).
               88  CST-IS-ACTIVE                VALUE 'A'.
               88  CST-IS-OVER-LIMIT-HOLD       VALUE 'O'.
               88  CST-IS-COLLECTIONS-BLOCK     VALUE 'C'.
               88  CST-IS-FRAUD-BLOCK           VALUE 'F'.
               88  CST-IS-CLOSED                VALUE 'X'.
               88  CST-IS-BLOCKED               VALUE 'O' 'C' 'F' 'X'.
               88  CST-IS-VALID-STATUS          VALUE 'A' 'O' 'C'
                                                      'F' 'X'.
           05  CST-REASON-CD                    PIC X(04).
           05  CST-EFF-DATE                     PIC 9(08).
           05  CST-CHANGED-BY                   PIC X(08).
           05  CST-CHANGE-DATE                  PIC 9(08).
           05  CST-OPEN-STATUS                  PIC X(01).
               88  CST-OPEN-BLOCKED             VALUE 'O' 'C' 'F' 'X'.
           05  CST-OPEN-REASON-CD               PIC X(04).
           05  CST-OPEN-EFF-DATE                PIC 9(08).
           05  CST-OVR-CYCLES                   PIC 9(03).
           05  CST-LAST-OVR-DATE                PIC 9(08).
           05  FILLER                           PIC X(20).
