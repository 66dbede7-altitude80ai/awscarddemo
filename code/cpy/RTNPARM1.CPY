      ******************************************************************
      * CardDemo - ACH Return Parameter Record
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
      * Single control record read by CBRTN01.  RTP-FEE-AMT is the
      * returned-payment fee assessed on every return unwound (zero
      * assesses none).  A card with RTP-REPEAT-COUNT or more returns
      * within RTP-REPEAT-DAYS of the business date is printed as a
      * repeated returner.  With no record the fee is 25.00 and two
      * returns inside 180 days is a repeat.
      *
       01  RTN-PARM-RECORD.
           05  RTP-FEE-AMT                      PIC 9(03)V99.
           05  RTP-REPEAT-COUNT                 PIC 9(02).
           05  RTP-REPEAT-DAYS                  PIC 9(03).
           05  FILLER                           PIC X(70).
