      ******************************************************************
      * CardDemo - Processing Date Roll And Set-Back Step
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
      * Maintains the PRCDATE1 processing date control record the
      * date-sensitive steps take their business date from.  Run as
      * the last step of each night's stream, it rolls the
      * processing date forward to the next processing day -- the
      * first weekday after tonight's date that is not on the
      * HOLCAL01 non-processing day calendar -- so every step of
      * tonight's stream, and any rerun of one before the roll, sees
      * the same date.  Operations can instead submit a DRLREQ1
      * set-back request to move the processing date back to an
      * earlier processing day and rerun or replay it; the request
      * must name the operator and the reason, and the target must
      * be a real processing day earlier than the current date.  A
      * set-back with no control record on file establishes the
      * first processing date on a new installation.  Either way the
      * processing days either side of the new date are recomputed
      * off the calendar, the change is stamped with the clock date
      * and time it was made, and an audit report prints the dates
      * before and after, the calendar days stepped over, and who
      * asked and why.  A rejected request leaves the control record
      * as it was, prints the reason and sets a non-zero RETURN-CODE.
      * At end of run a RUNCTL01 control record is appended to the
      * shared control file for each file handled, feeding the
      * CBBAL01 end-of-stream balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBDRL01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRL-REQ-FILE ASSIGN TO DRLREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRC-DATE-FILE    ASSIGN TO PRCDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DRL-RPT-FILE     ASSIGN TO DRLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  DRL-REQ-FILE
           RECORDING MODE IS F.
           COPY DRLREQ1.
      *
       FD  PRC-DATE-FILE
           RECORDING MODE IS F.
           COPY PRCDATE1.
      *
       FD  DRL-RPT-FILE
           RECORDING MODE IS F.
       01  DRL-RPT-LINE                PIC X(80).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-REQUEST-SW               PIC X(01)   VALUE 'N'.
           88  WS-HAVE-REQUEST         VALUE 'Y'.
           88  WS-NO-REQUEST           VALUE 'N'.
       77  WS-CONTROL-SW               PIC X(01)   VALUE 'N'.
           88  WS-HAVE-CONTROL         VALUE 'Y'.
           88  WS-NO-CONTROL           VALUE 'N'.
       77  WS-REJECT-SW                PIC X(01)   VALUE 'N'.
           88  WS-REJECTED             VALUE 'Y'.
       77  WS-REQ-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-CTL-WRITTEN-COUNT        PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       01  WS-CURRENT-DATE-FUNC        PIC X(21)   VALUE SPACES.
      *
       01  WS-OLD-DATES.
           05  WS-OLD-PROC-DATE        PIC 9(08)   VALUE ZEROS.
           05  WS-OLD-PREV-DATE        PIC 9(08)   VALUE ZEROS.
           05  WS-OLD-NEXT-DATE        PIC 9(08)   VALUE ZEROS.
      *
       01  WS-NEW-DATES.
           05  WS-NEW-PROC-DATE        PIC 9(08)   VALUE ZEROS.
           05  WS-NEW-PREV-DATE        PIC 9(08)   VALUE ZEROS.
           05  WS-NEW-NEXT-DATE        PIC 9(08)   VALUE ZEROS.
      *
       01  WS-CHANGE-WORK.
           05  WS-ACTION-TEXT          PIC X(20)   VALUE SPACES.
           05  WS-REJECT-TEXT          PIC X(50)   VALUE SPACES.
           05  WS-REQ-ACTION           PIC X(01)   VALUE SPACE.
               88  WS-REQ-IS-ROLL      VALUE 'R' SPACE.
               88  WS-REQ-IS-SET-BACK  VALUE 'S'.
           05  WS-TARGET-DATE-X        PIC X(08)   VALUE SPACES.
           05  WS-TARGET-DATE REDEFINES WS-TARGET-DATE-X
                                       PIC 9(08).
           05  WS-OPERATOR             PIC X(08)   VALUE SPACES.
           05  WS-REASON               PIC X(40)   VALUE SPACES.
           05  WS-DAYS-MOVED           PIC S9(05)  VALUE 0.
      *
           COPY PRDREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(44)   VALUE
               'CARDDEMO PROCESSING DATE CHANGE AUDIT'.
           05  FILLER                  PIC X(05)   VALUE 'RUN '.
           05  WS-HD-CLOCK-DATE        PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-HD-CLOCK-TIME        PIC 9(06).
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-DL-LABEL             PIC X(30).
           05  WS-DL-VALUE             PIC X(49).
      *
       01  WS-DATE-EDIT                PIC 9(08).
       01  WS-DAYS-EDIT                PIC -(4)9.
      *
       01  WS-BLANK-LINE               PIC X(80)   VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-APPLY-CHANGE THRU 2000-APPLY-CHANGE-EXIT.
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT.
           GOBACK.
      *
      * The clock is read here only to stamp when the change was
      * made; the business date itself comes off the control record
      * through the same service every other step uses.
      *
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FUNC.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF PRD-CALENDAR-FULL
               DISPLAY 'CBDRL01 ERROR: HOLIDAY CALENDAR TOO LARGE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF PRD-OK
               SET WS-HAVE-CONTROL TO TRUE
               MOVE PRD-PROC-DATE TO WS-OLD-PROC-DATE
               MOVE PRD-PREV-DATE TO WS-OLD-PREV-DATE
               MOVE PRD-NEXT-DATE TO WS-OLD-NEXT-DATE
           END-IF.
           OPEN INPUT DRL-REQ-FILE.
           READ DRL-REQ-FILE
               AT END
                   SET WS-NO-REQUEST TO TRUE
               NOT AT END
                   SET WS-HAVE-REQUEST TO TRUE
                   ADD 1 TO WS-REQ-COUNT
                   MOVE DRQ-ACTION      TO WS-REQ-ACTION
                   MOVE DRQ-TARGET-DATE TO WS-TARGET-DATE-X
                   MOVE DRQ-OPERATOR    TO WS-OPERATOR
                   MOVE DRQ-REASON      TO WS-REASON
           END-READ.
           CLOSE DRL-REQ-FILE.
           OPEN OUTPUT DRL-RPT-FILE.
           MOVE WS-CURRENT-DATE-FUNC(1:8) TO WS-HD-CLOCK-DATE.
           MOVE WS-CURRENT-DATE-FUNC(9:6) TO WS-HD-CLOCK-TIME.
           WRITE DRL-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE DRL-RPT-LINE FROM WS-BLANK-LINE.
           ADD 2 TO WS-RPT-LINE-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       2000-APPLY-CHANGE.
           IF WS-NO-REQUEST
               PERFORM 2100-ROLL-FORWARD THRU 2100-ROLL-FORWARD-EXIT
               GO TO 2000-APPLY-CHANGE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-REQ-IS-ROLL
                   PERFORM 2100-ROLL-FORWARD
                       THRU 2100-ROLL-FORWARD-EXIT
               WHEN WS-REQ-IS-SET-BACK
                   PERFORM 2200-SET-BACK THRU 2200-SET-BACK-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ACTION' TO WS-ACTION-TEXT
                   MOVE 'ACTION CODE MUST BE R OR S'
                       TO WS-REJECT-TEXT
                   SET WS-REJECTED TO TRUE
           END-EVALUATE.
       2000-APPLY-CHANGE-EXIT.
           EXIT.
      *
      * The new date is recomputed off the calendar rather than
      * taken from PRC-NEXT-DATE, so a holiday added since the last
      * roll is honoured.
      *
       2100-ROLL-FORWARD.
           MOVE 'ROLL FORWARD' TO WS-ACTION-TEXT.
           IF WS-NO-CONTROL
               MOVE 'NO CONTROL RECORD -- SET THE FIRST DATE'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2100-ROLL-FORWARD-EXIT
           END-IF.
           MOVE WS-OLD-PROC-DATE TO PRD-IN-DATE.
           SET PRD-NEXT-DAY TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               MOVE 'CURRENT PROCESSING DATE IS NOT A VALID DATE'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2100-ROLL-FORWARD-EXIT
           END-IF.
           MOVE PRD-OUT-DATE     TO WS-NEW-PROC-DATE.
           MOVE WS-OLD-PROC-DATE TO WS-NEW-PREV-DATE.
           MOVE WS-NEW-PROC-DATE TO PRD-IN-DATE.
           SET PRD-NEXT-DAY TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               MOVE 'NO NEXT PROCESSING DAY ON THE CALENDAR'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2100-ROLL-FORWARD-EXIT
           END-IF.
           MOVE PRD-OUT-DATE     TO WS-NEW-NEXT-DATE.
           COMPUTE WS-DAYS-MOVED =
               FUNCTION INTEGER-OF-DATE(WS-NEW-PROC-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-OLD-PROC-DATE) - 1.
           IF WS-OPERATOR = SPACES
               MOVE 'DATEROLL' TO WS-OPERATOR
           END-IF.
           PERFORM 2500-WRITE-CONTROL THRU 2500-WRITE-CONTROL-EXIT.
       2100-ROLL-FORWARD-EXIT.
           EXIT.
      *
      * A set-back may only move to an earlier processing day -- the
      * nightly roll is the only way forward, so a date the stream
      * has not yet run cannot be skipped to.
      *
       2200-SET-BACK.
           MOVE 'SET BACK' TO WS-ACTION-TEXT.
           IF WS-OPERATOR = SPACES OR WS-REASON = SPACES
               MOVE 'OPERATOR AND REASON ARE REQUIRED'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           IF WS-TARGET-DATE NOT NUMERIC
               MOVE 'TARGET DATE IS NOT A VALID DATE'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           MOVE WS-TARGET-DATE TO PRD-IN-DATE.
           SET PRD-ON-OR-AFTER TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               MOVE 'TARGET DATE IS NOT A VALID DATE'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           IF PRD-OUT-DATE NOT = WS-TARGET-DATE
               MOVE 'TARGET DATE IS NOT A PROCESSING DAY'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           IF WS-HAVE-CONTROL
                   AND WS-TARGET-DATE NOT < WS-OLD-PROC-DATE
               MOVE 'TARGET DATE IS NOT BEFORE THE PROCESSING DATE'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           MOVE WS-TARGET-DATE TO WS-NEW-PROC-DATE.
           SET PRD-PRIOR-DAY TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               MOVE 'NO PRIOR PROCESSING DAY ON THE CALENDAR'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           MOVE PRD-OUT-DATE    TO WS-NEW-PREV-DATE.
           MOVE WS-TARGET-DATE TO PRD-IN-DATE.
           SET PRD-NEXT-DAY TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               MOVE 'NO NEXT PROCESSING DAY ON THE CALENDAR'
                   TO WS-REJECT-TEXT
               SET WS-REJECTED TO TRUE
               GO TO 2200-SET-BACK-EXIT
           END-IF.
           MOVE PRD-OUT-DATE    TO WS-NEW-NEXT-DATE.
           IF WS-HAVE-CONTROL
               COMPUTE WS-DAYS-MOVED =
                   FUNCTION INTEGER-OF-DATE(WS-NEW-PROC-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OLD-PROC-DATE)
           END-IF.
           PERFORM 2500-WRITE-CONTROL THRU 2500-WRITE-CONTROL-EXIT.
       2200-SET-BACK-EXIT.
           EXIT.
      *
       2500-WRITE-CONTROL.
           OPEN OUTPUT PRC-DATE-FILE.
           MOVE SPACES TO PRC-DATE-RECORD.
           MOVE WS-NEW-PROC-DATE TO PRC-PROC-DATE.
           MOVE WS-NEW-PREV-DATE TO PRC-PREV-DATE.
           MOVE WS-NEW-NEXT-DATE TO PRC-NEXT-DATE.
           IF WS-ACTION-TEXT = 'SET BACK'
               SET PRC-LAST-SET-BACK TO TRUE
           ELSE
               SET PRC-LAST-ROLLED TO TRUE
           END-IF.
           MOVE WS-CURRENT-DATE-FUNC(1:8) TO PRC-CHANGE-DATE.
           MOVE WS-CURRENT-DATE-FUNC(9:6) TO PRC-CHANGE-TIME.
           MOVE WS-OPERATOR      TO PRC-CHANGE-USER.
           WRITE PRC-DATE-RECORD.
           ADD 1 TO WS-CTL-WRITTEN-COUNT.
           CLOSE PRC-DATE-FILE.
       2500-WRITE-CONTROL-EXIT.
           EXIT.
      *
       3000-TERMINATE.
           MOVE 'ACTION'               TO WS-DL-LABEL.
           MOVE WS-ACTION-TEXT         TO WS-DL-VALUE.
           PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT.
           MOVE 'REQUESTED BY'         TO WS-DL-LABEL.
           MOVE WS-OPERATOR            TO WS-DL-VALUE.
           PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT.
           MOVE 'REASON'               TO WS-DL-LABEL.
           MOVE WS-REASON              TO WS-DL-VALUE.
           PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT.
           IF WS-HAVE-REQUEST AND WS-REQ-IS-SET-BACK
               MOVE 'TARGET DATE'      TO WS-DL-LABEL
               MOVE WS-TARGET-DATE-X   TO WS-DL-VALUE
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
           END-IF.
           MOVE 'OLD PROCESSING DATE'  TO WS-DL-LABEL.
           MOVE WS-OLD-PROC-DATE       TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT           TO WS-DL-VALUE.
           PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT.
           MOVE 'OLD PREVIOUS / NEXT DATE' TO WS-DL-LABEL.
           MOVE SPACES                 TO WS-DL-VALUE.
           MOVE WS-OLD-PREV-DATE       TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT           TO WS-DL-VALUE(1:8).
           MOVE WS-OLD-NEXT-DATE       TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT           TO WS-DL-VALUE(12:8).
           PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT.
           IF WS-REJECTED
               MOVE 'STATUS'           TO WS-DL-LABEL
               MOVE 'REJECTED -- CONTROL RECORD NOT CHANGED'
                   TO WS-DL-VALUE
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
               MOVE 'REJECT REASON'    TO WS-DL-LABEL
               MOVE WS-REJECT-TEXT     TO WS-DL-VALUE
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
               DISPLAY 'CBDRL01 REQUEST REJECTED: ' WS-REJECT-TEXT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'NEW PROCESSING DATE' TO WS-DL-LABEL
               MOVE WS-NEW-PROC-DATE   TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT       TO WS-DL-VALUE
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
               MOVE 'NEW PREVIOUS / NEXT DATE' TO WS-DL-LABEL
               MOVE SPACES             TO WS-DL-VALUE
               MOVE WS-NEW-PREV-DATE   TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT       TO WS-DL-VALUE(1:8)
               MOVE WS-NEW-NEXT-DATE   TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT       TO WS-DL-VALUE(12:8)
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
               MOVE 'CALENDAR DAYS MOVED' TO WS-DL-LABEL
               IF WS-ACTION-TEXT = 'ROLL FORWARD'
                   MOVE 'NON-PROCESSING DAYS SKIPPED'
                       TO WS-DL-LABEL
               END-IF
               MOVE WS-DAYS-MOVED      TO WS-DAYS-EDIT
               MOVE WS-DAYS-EDIT       TO WS-DL-VALUE
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
               MOVE 'STATUS'           TO WS-DL-LABEL
               MOVE 'APPLIED'          TO WS-DL-VALUE
               PERFORM 3100-PRINT-DETAIL THRU 3100-PRINT-DETAIL-EXIT
               DISPLAY 'CBDRL01 PROCESSING DATE NOW: '
                   WS-NEW-PROC-DATE
           END-IF.
           CLOSE DRL-RPT-FILE.
           PERFORM 3500-WRITE-RUN-CONTROLS
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
       3000-TERMINATE-EXIT.
           EXIT.
      *
       3100-PRINT-DETAIL.
           WRITE DRL-RPT-LINE FROM WS-DETAIL-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
       3100-PRINT-DETAIL-EXIT.
           EXIT.
      *
      * Neither file carries an amount, so the hash is zero and the
      * record counts alone are balanced.
      *
       3500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBDRL01'      TO RCT-PROGRAM-ID.
           MOVE 'DRLREQ'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-REQ-COUNT   TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PRCDATE'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-CTL-WRITTEN-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'DRLRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       3500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
