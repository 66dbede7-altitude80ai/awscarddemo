      ******************************************************************
      * CardDemo - Manual Adjustment History Record
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
      * One record per adjustment CBADJ01 has posted, keyed on card
      * number and ADJ-ADJ-ID, carrying the signed amount posted and
      * the operators who entered and approved it.  An adjustment
      * already on the history from an earlier night cannot post
      * again; one posted tonight is written again to the adjustment
      * transaction file on a rerun, which rebuilds that file.
      *
       01  ADJ-HIST-RECORD.
           05  AJH-KEY.
               10  AJH-CARD-NUM                 PIC X(16).
               10  AJH-ADJ-ID                   PIC X(16).
           05  AJH-POST-DATE                    PIC 9(08).
           05  AJH-REASON-CD                    PIC X(04).
           05  AJH-TRNX-AMT                     PIC S9(09)V99.
           05  AJH-ENTERED-BY                   PIC X(08).
           05  AJH-APPROVED-BY                  PIC X(08).
           05  AJH-CASE-TRNX-ID                 PIC X(16).
           05  FILLER                           PIC X(20).
