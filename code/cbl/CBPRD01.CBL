      ******************************************************************
      * CardDemo - Processing Date Service
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
      * Called by every date-sensitive step of the nightly stream in
      * place of the system clock.  On the first call the PRCDATE1
      * processing date control record is read, and the HOLCAL01
      * non-processing day calendar is loaded into storage; both
      * stay cached for the life of the run, so every caller in a
      * step sees one date.  PRD-GET-DATE hands back the business
      * date and the processing days either side of it; a missing
      * or empty control record is returned as PRD-NO-CONTROL and
      * the caller fails the step rather than guess a date.  The
      * calendar functions step a date forward or back, one day at
      * a time, until they land on a processing day -- a weekday not
      * on the calendar -- for the CBDRL01 date roll and for due
      * dates that must not fall on a day the stream does not run.
      * A date that is not a real calendar date, or a calendar that
      * leaves no processing day within a year, is PRD-BAD-DATE.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPRD01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PRC-DATE-FILE ASSIGN TO PRCDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOL-CAL-FILE  ASSIGN TO HOLCAL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PRC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDATE1.
      *
       FD  HOL-CAL-FILE
           RECORDING MODE IS F.
           COPY HOLCAL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-FIRST-CALL-SW            PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-CALL           VALUE 'Y'.
           88  WS-NOT-FIRST-CALL       VALUE 'N'.
       77  WS-CONTROL-SW               PIC X(01)   VALUE 'N'.
           88  WS-CONTROL-LOADED       VALUE 'Y'.
           88  WS-CONTROL-MISSING      VALUE 'N'.
       77  WS-HOL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-HOL-EOF              VALUE 'Y'.
       77  WS-HOL-FULL-SW              PIC X(01)   VALUE 'N'.
           88  WS-HOL-FULL             VALUE 'Y'.
       77  WS-PROC-DAY-SW              PIC X(01)   VALUE 'N'.
           88  WS-IS-PROC-DAY          VALUE 'Y'.
           88  WS-IS-NOT-PROC-DAY      VALUE 'N'.
       77  WS-HOL-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-HOL-MAX                  PIC 9(03)   COMP VALUE 400.
       77  WS-HOL-IDX                  PIC 9(03)   COMP VALUE 0.
       77  WS-STEP-COUNT               PIC 9(03)   COMP VALUE 0.
       77  WS-STEP-MAX                 PIC 9(03)   COMP VALUE 366.
      *
       01  WS-CONTROL-DATES.
           05  WS-PROC-DATE            PIC 9(08)   VALUE ZEROS.
           05  WS-PREV-DATE            PIC 9(08)   VALUE ZEROS.
           05  WS-NEXT-DATE            PIC 9(08)   VALUE ZEROS.
      *
       01  WS-DAY-WORK.
           05  WS-DAY-INT              PIC 9(09)   VALUE ZEROS.
           05  WS-DAY-DATE             PIC 9(08)   VALUE ZEROS.
           05  WS-WEEK-COUNT           PIC 9(09)   VALUE ZEROS.
           05  WS-DAY-OF-WEEK          PIC 9(01)   VALUE ZERO.
               88  WS-IS-WEEKEND       VALUE 0 6.
           05  WS-STEP                 PIC S9(01)  VALUE +1.
      *
      * Holidays are few -- a year or two of them at most -- so the
      * calendar is held in storage and scanned per day tested, the
      * same way CBSET01 holds the fee tier schedule.
      *
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY            OCCURS 400 TIMES.
               10  WS-HLT-DATE         PIC 9(08).
      *
       LINKAGE SECTION.
           COPY PRDREQ1.
      *
       PROCEDURE DIVISION USING PRD-DATE-PARMS.
      *
       0000-MAINLINE.
           IF WS-FIRST-CALL
               PERFORM 1000-LOAD-CONTROLS THRU 1000-LOAD-CONTROLS-EXIT
           END-IF.
           SET PRD-OK TO TRUE.
           MOVE ZEROS TO PRD-OUT-DATE.
           IF WS-HOL-FULL
               SET PRD-CALENDAR-FULL TO TRUE
               GOBACK
           END-IF.
           IF PRD-GET-DATE
               PERFORM 2000-GET-DATE THRU 2000-GET-DATE-EXIT
               GOBACK
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(PRD-IN-DATE) NOT = 0
               SET PRD-BAD-DATE TO TRUE
               GOBACK
           END-IF.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(PRD-IN-DATE).
           EVALUATE TRUE
               WHEN PRD-ON-OR-AFTER
                   MOVE +1 TO WS-STEP
               WHEN PRD-NEXT-DAY
                   MOVE +1 TO WS-STEP
                   ADD 1 TO WS-DAY-INT
               WHEN PRD-PRIOR-DAY
                   MOVE -1 TO WS-STEP
                   SUBTRACT 1 FROM WS-DAY-INT
               WHEN OTHER
                   SET PRD-BAD-DATE TO TRUE
                   GOBACK
           END-EVALUATE.
           PERFORM 3000-FIND-PROC-DAY THRU 3000-FIND-PROC-DAY-EXIT.
           GOBACK.
      *
      * The control record and the calendar are both optional here:
      * the date roll must be able to establish the first control
      * record on a new installation, and a shop with no holidays
      * loaded still closes on weekends.
      *
       1000-LOAD-CONTROLS.
           OPEN INPUT PRC-DATE-FILE.
           READ PRC-DATE-FILE
               AT END
                   SET WS-CONTROL-MISSING TO TRUE
               NOT AT END
                   SET WS-CONTROL-LOADED TO TRUE
                   MOVE PRC-PROC-DATE TO WS-PROC-DATE
                   MOVE PRC-PREV-DATE TO WS-PREV-DATE
                   MOVE PRC-NEXT-DATE TO WS-NEXT-DATE
           END-READ.
           CLOSE PRC-DATE-FILE.
           OPEN INPUT HOL-CAL-FILE.
           PERFORM 1100-LOAD-HOLIDAY THRU 1100-LOAD-HOLIDAY-EXIT
               UNTIL WS-HOL-EOF.
           CLOSE HOL-CAL-FILE.
           SET WS-NOT-FIRST-CALL TO TRUE.
       1000-LOAD-CONTROLS-EXIT.
           EXIT.
      *
       1100-LOAD-HOLIDAY.
           READ HOL-CAL-FILE
               AT END
                   SET WS-HOL-EOF TO TRUE
                   GO TO 1100-LOAD-HOLIDAY-EXIT
           END-READ.
           IF WS-HOL-COUNT >= WS-HOL-MAX
               DISPLAY 'CBPRD01 ERROR: MORE THAN ' WS-HOL-MAX
                   ' HOLIDAY CALENDAR ENTRIES -- RAISE THE TABLE'
               SET WS-HOL-FULL TO TRUE
               SET WS-HOL-EOF TO TRUE
               GO TO 1100-LOAD-HOLIDAY-EXIT
           END-IF.
           ADD 1 TO WS-HOL-COUNT.
           MOVE HOL-DATE TO WS-HLT-DATE (WS-HOL-COUNT).
       1100-LOAD-HOLIDAY-EXIT.
           EXIT.
      *
       2000-GET-DATE.
           IF WS-CONTROL-MISSING
               SET PRD-NO-CONTROL TO TRUE
               GO TO 2000-GET-DATE-EXIT
           END-IF.
           MOVE WS-PROC-DATE TO PRD-PROC-DATE.
           MOVE WS-PREV-DATE TO PRD-PREV-DATE.
           MOVE WS-NEXT-DATE TO PRD-NEXT-DATE.
       2000-GET-DATE-EXIT.
           EXIT.
      *
      * The walk is bounded at a year of steps so a calendar loaded
      * with every day cannot hang the step.
      *
       3000-FIND-PROC-DAY.
           MOVE 0 TO WS-STEP-COUNT.
           PERFORM 3100-TEST-DAY THRU 3100-TEST-DAY-EXIT.
           PERFORM 3200-STEP-DAY THRU 3200-STEP-DAY-EXIT
               UNTIL WS-IS-PROC-DAY
                   OR WS-STEP-COUNT > WS-STEP-MAX.
           IF WS-IS-PROC-DAY
               MOVE WS-DAY-DATE TO PRD-OUT-DATE
           ELSE
               SET PRD-BAD-DATE TO TRUE
           END-IF.
       3000-FIND-PROC-DAY-EXIT.
           EXIT.
      *
      * Day 1 of the integer calendar, 1 January 1601, was a Monday,
      * so the remainder by seven is 0 on a Sunday and 6 on a
      * Saturday.
      *
       3100-TEST-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           DIVIDE WS-DAY-INT BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-OF-WEEK.
           SET WS-IS-PROC-DAY TO TRUE.
           IF WS-IS-WEEKEND
               SET WS-IS-NOT-PROC-DAY TO TRUE
               GO TO 3100-TEST-DAY-EXIT
           END-IF.
           PERFORM 3110-MATCH-HOLIDAY THRU 3110-MATCH-HOLIDAY-EXIT
               VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOL-COUNT
                   OR WS-IS-NOT-PROC-DAY.
       3100-TEST-DAY-EXIT.
           EXIT.
      *
       3110-MATCH-HOLIDAY.
           IF WS-HLT-DATE (WS-HOL-IDX) = WS-DAY-DATE
               SET WS-IS-NOT-PROC-DAY TO TRUE
           END-IF.
       3110-MATCH-HOLIDAY-EXIT.
           EXIT.
      *
       3200-STEP-DAY.
           ADD 1 TO WS-STEP-COUNT.
           ADD WS-STEP TO WS-DAY-INT.
           PERFORM 3100-TEST-DAY THRU 3100-TEST-DAY-EXIT.
       3200-STEP-DAY-EXIT.
           EXIT.
