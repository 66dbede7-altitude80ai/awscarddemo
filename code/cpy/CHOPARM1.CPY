      ******************************************************************
      * CardDemo - Charge-Off Parameter Record
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
      * Single control record read by CBCHO01.  A card whose days
      * past due on the delinquency master reach CHP-DPD-THRESHOLD
      * is charged off; with no record, or a zero threshold, cards
      * are charged off at 180 days past due.
      *
       01  CHO-PARM-RECORD.
           05  CHP-DPD-THRESHOLD                PIC 9(03).
           05  FILLER                           PIC X(77).
