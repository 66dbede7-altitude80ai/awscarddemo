      ******************************************************************
      * CardDemo - Processing Date Control Record
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
      * The single record every date-sensitive step of the nightly
      * stream takes its business date from, in place of the system
      * clock, so a stream that runs past midnight stays on one date
      * and a rerun of any step reproduces the night it reruns.
      * PRC-PROC-DATE is the business date tonight's stream
      * processes; PRC-PREV-DATE and PRC-NEXT-DATE are the processing
      * days either side of it, skipping weekends and the HOLCAL01
      * non-processing days.  The record is changed only by CBDRL01:
      * rolled forward once at the end of each night's stream, or
      * set back by operations to rerun a prior business day.  The
      * last change is stamped with its action, the clock date and
      * time it was made and, for a set-back, the operator.
      *
       01  PRC-DATE-RECORD.
           05  PRC-PROC-DATE                    PIC 9(08).
           05  PRC-PREV-DATE                    PIC 9(08).
           05  PRC-NEXT-DATE                    PIC 9(08).
           05  PRC-LAST-ACTION                  PIC X(01).
               88  PRC-LAST-ROLLED              VALUE 'R'.
               88  PRC-LAST-SET-BACK            VALUE 'S'.
           05  PRC-CHANGE-DATE                  PIC 9(08).
           05  PRC-CHANGE-TIME                  PIC 9(06).
           05  PRC-CHANGE-USER                  PIC X(08).
           05  FILLER                           PIC X(33).
