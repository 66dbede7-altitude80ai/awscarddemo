      ******************************************************************
      * CardDemo - Rewards Points Parameter Record
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
      * Single control record read by CBRWD01.  RWP-BASE-RATE is the
      * points earned per dollar of purchase for a merchant category
      * not on the RWDCAT01 multiplier table; RWP-EXPIRY-MONTHS is
      * how many months points are kept -- points earned in a month
      * expire at the start of the month that many months later.
      *
       01  RWD-PARM-RECORD.
           05  RWP-BASE-RATE                    PIC 9(02)V99.
           05  RWP-EXPIRY-MONTHS                PIC 9(02).
           05  FILLER                           PIC X(74).
