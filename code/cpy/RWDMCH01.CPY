      ******************************************************************
      * CardDemo - Rewards Merchant Bonus Record
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
      * One record per merchant running a points promotion, keyed
      * on the TRNX-MERCHANT-ID the extract carries.  RWB-BONUS-RATE
      * is extra points per dollar earned on top of the category
      * rate for purchases dated inside the promotion window.
      *
       01  RWD-MCH-BONUS-RECORD.
           05  RWB-MERCHANT-ID                  PIC 9(09).
           05  RWB-BONUS-RATE                   PIC 9(02)V99.
           05  RWB-START-DATE                   PIC 9(08).
           05  RWB-END-DATE                     PIC 9(08).
           05  RWB-DESC                         PIC X(30).
           05  FILLER                           PIC X(21).
