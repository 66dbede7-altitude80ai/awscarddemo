      ******************************************************************
      * CardDemo - Processing Date Change Request Record
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
      * Optional operations input to the CBDRL01 date roll.  With no
      * request, or a roll request, the step rolls the processing
      * date forward to the next processing day, its normal nightly
      * run.  A set-back
      * request moves the processing date back to an earlier
      * processing day so the stream can rerun or replay it; it must
      * name the operator and the reason, which print on the audit
      * report.  On a new installation with no control record yet,
      * a set-back request establishes the first processing date.
      *
       01  DRL-REQUEST-RECORD.
           05  DRQ-ACTION                       PIC X(01).
               88  DRQ-IS-ROLL                  VALUE 'R' SPACE.
               88  DRQ-IS-SET-BACK              VALUE 'S'.
           05  DRQ-TARGET-DATE                  PIC 9(08).
           05  DRQ-OPERATOR                     PIC X(08).
           05  DRQ-REASON                       PIC X(40).
           05  FILLER                           PIC X(23).
