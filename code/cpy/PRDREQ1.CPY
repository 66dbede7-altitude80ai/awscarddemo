      ******************************************************************
      * CardDemo - Processing Date Service Parameter Block
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
      * Parameter block for the CBPRD01 processing date service.
      * PRD-GET-DATE returns the business date from the PRCDATE1
      * control record with the processing days either side of it.
      * The calendar functions take PRD-IN-DATE and return in
      * PRD-OUT-DATE the first processing day on or after it, the
      * next processing day after it, or the last processing day
      * before it -- weekends and HOLCAL01 days are stepped over.
      * Anything but PRD-OK means the answer is not usable.
      *
       01  PRD-DATE-PARMS.
           05  PRD-FUNCTION                     PIC X(01).
               88  PRD-GET-DATE                 VALUE 'G'.
               88  PRD-ON-OR-AFTER              VALUE 'A'.
               88  PRD-NEXT-DAY                 VALUE 'N'.
               88  PRD-PRIOR-DAY                VALUE 'P'.
           05  PRD-IN-DATE                      PIC 9(08).
           05  PRD-OUT-DATE                     PIC 9(08).
           05  PRD-PROC-DATE                    PIC 9(08).
           05  PRD-PREV-DATE                    PIC 9(08).
           05  PRD-NEXT-DATE                    PIC 9(08).
           05  PRD-RETURN-CD                    PIC X(01).
               88  PRD-OK                       VALUE '0'.
               88  PRD-NO-CONTROL               VALUE '1'.
               88  PRD-BAD-DATE                 VALUE '2'.
               88  PRD-CALENDAR-FULL            VALUE '3'.
