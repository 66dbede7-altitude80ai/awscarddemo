      ******************************************************************
      * CardDemo - Non-Processing Day Calendar Record
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
      * One record per holiday or other non-processing day on which
      * the stream does not run.  Weekends are never processing days
      * and need no entry.  The calendar is read by the CBPRD01
      * processing date service: the CBDRL01 date roll steps over
      * these days, and due dates priced off CYCCAL01 that fall on
      * one roll forward to the next processing day.
      *
       01  HOL-CALENDAR-RECORD.
           05  HOL-DATE                         PIC 9(08).
           05  HOL-DESC                         PIC X(30).
           05  FILLER                           PIC X(42).
