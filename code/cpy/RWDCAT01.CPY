      ******************************************************************
      * CardDemo - Rewards Category Multiplier Record
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
      * One record per merchant category code that earns at other
      * than the base rate, giving the points earned per dollar of
      * purchase.  Marketing maintains the table; CBRWD01 holds it
      * in storage and looks up each transaction's TRNX-CAT-CD.
      *
       01  RWD-CAT-RECORD.
           05  RWC-CAT-CD                       PIC 9(04).
           05  RWC-MULTIPLIER                   PIC 9(02)V99.
           05  RWC-DESC                         PIC X(30).
           05  FILLER                           PIC X(42).
