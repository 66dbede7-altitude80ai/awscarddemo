      ******************************************************************
      * CardDemo - Card Status Master And Negative File Step
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
      * Maintains the CRDSTS01 card status master and cuts the
      * authorization system's negative files from it, so a card the
      * stream already knows is bad stops authorizing.  Run after
      * CBFWL01, CBDLQ01 and CBLIM01.  Tonight's TRNXEXT extract is
      * first checked against each card's status as it stood at the
      * start of the night: activity dated on or after a block took
      * effect is leakage and prints, card number masked through
      * CBPAN01, for the fraud and collections desks.  The automatic
      * feeds then apply: a CONFIRMED case on the FWLCASE1 fraud
      * worklist sets a fraud block effective the desk's disposition
      * date; a card in the 120-day bucket of the DLQMAST1
      * delinquency master sets a collections block effective the
      * day it reached 120 days; a card on tonight's OVRLIM01
      * over-limit file for the CSTPARM1 number of consecutive
      * statements is put on over-limit hold.  An automatic feed
      * only ever raises a card's status -- closed over fraud over
      * collections over over-limit over active -- and never
      * overrides a status the desk set after the event it reports,
      * so a desk release is not undone the next night by the same
      * old event.  The CSTCHG01 manual changes apply last and can
      * set any status, including a release back to active; a
      * manual change that fails its edits is rejected on the
      * report.  Finally the master is walked to write the full
      * negative file of every blocked card and the incremental file
      * of tonight's changes against each card's start-of-night
      * status.  The run date is the business date on the PRCDATE1
      * processing date control record, fetched through CBPRD01.  At
      * end of run a RUNCTL01 control record is appended to the
      * shared control file for each file handled, feeding the
      * CBBAL01 end-of-stream balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCST01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CST-PARM-FILE ASSIGN TO CSTPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNX-EXTRACT-FILE ASSIGN TO TRNXEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FWL-CASE-FILE ASSIGN TO FWLCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FWL-CARD-NUM.
           SELECT OPTIONAL DLQ-MASTER-FILE ASSIGN TO DLQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-CARD-NUM.
           SELECT OVR-LIMIT-FILE   ASSIGN TO OVRLIM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CST-CHANGE-FILE ASSIGN TO CSTCHG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CRD-STATUS-FILE ASSIGN TO CRDSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-CARD-NUM.
           SELECT NEG-FULL-FILE    ASSIGN TO NEGFULL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEG-INCR-FILE    ASSIGN TO NEGINCR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CST-RPT-FILE     ASSIGN TO CSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CST-PARM-FILE
           RECORDING MODE IS F.
           COPY CSTPARM1.
      *
       FD  TRNX-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY COSTM01.
      *
       FD  FWL-CASE-FILE.
           COPY FWLCASE1.
      *
       FD  DLQ-MASTER-FILE.
           COPY DLQMAST1.
      *
       FD  OVR-LIMIT-FILE
           RECORDING MODE IS F.
           COPY OVRLIM01.
      *
       FD  CST-CHANGE-FILE
           RECORDING MODE IS F.
           COPY CSTCHG01.
      *
       FD  CRD-STATUS-FILE.
           COPY CRDSTS01.
      *
       FD  NEG-FULL-FILE
           RECORDING MODE IS F.
           COPY NEGFIL01.
      *
       FD  NEG-INCR-FILE
           RECORDING MODE IS F.
           COPY NEGFIL01 REPLACING ==NEG-FILE-RECORD==
               BY ==NEG-INCR-RECORD==.
      *
       FD  CST-RPT-FILE
           RECORDING MODE IS F.
       01  CST-RPT-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-TRN-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-TRN-EOF              VALUE 'Y'.
       77  WS-FWL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-FWL-EOF              VALUE 'Y'.
       77  WS-DLQ-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-DLQ-EOF              VALUE 'Y'.
       77  WS-OVR-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-OVR-EOF              VALUE 'Y'.
       77  WS-CHG-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CHG-EOF              VALUE 'Y'.
       77  WS-CST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CST-EOF              VALUE 'Y'.
       77  WS-CST-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CST-FOUND            VALUE 'Y'.
           88  WS-CST-NOT-FOUND        VALUE 'N'.
       77  WS-CHANGED-SW               PIC X(01)   VALUE 'N'.
           88  WS-STATUS-CHANGED       VALUE 'Y'.
           88  WS-STATUS-UNCHANGED     VALUE 'N'.
       77  WS-SOURCE-SW                PIC X(01)   VALUE 'A'.
           88  WS-SOURCE-AUTOMATIC     VALUE 'A'.
           88  WS-SOURCE-MANUAL        VALUE 'M'.
       77  WS-BLOCKED-SW               PIC X(01)   VALUE 'N'.
           88  WS-CARD-WAS-BLOCKED     VALUE 'Y'.
           88  WS-CARD-WAS-OPEN        VALUE 'N'.
      *
       77  WS-TRN-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-TRN-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-LEAK-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-LEAK-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-OVR-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-OVR-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHG-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-CHG-REJECT-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-FRAUD-SET-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-COLL-SET-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-OVR-SET-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-MANUAL-SET-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-FULL-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-INCR-ADD-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-INCR-DEL-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-INCR-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-INT             PIC 9(09)   VALUE ZEROS.
       01  WS-DATE-INT                 PIC 9(09)   VALUE ZEROS.
      *
       01  WS-STATUS-PARMS.
           05  WS-OVR-CYCLES           PIC 9(03)   VALUE 0.
           05  WS-OVR-GAP-DAYS         PIC 9(03)   VALUE 0.
      *
      * The status a feed or the desk wants to set, handed to the
      * apply paragraph one card at a time.
      *
       01  WS-NEW-STATUS-REQ.
           05  WS-NEW-STATUS           PIC X(01)   VALUE SPACE.
           05  WS-NEW-REASON-CD        PIC X(04)   VALUE SPACES.
           05  WS-NEW-EFF-DATE         PIC 9(08)   VALUE ZEROS.
           05  WS-NEW-CHANGED-BY       PIC X(08)   VALUE SPACES.
      *
       01  WS-RANK-WORK.
           05  WS-RANK-STATUS          PIC X(01)   VALUE SPACE.
           05  WS-RANK                 PIC 9(01)   VALUE 0.
           05  WS-CUR-RANK             PIC 9(01)   VALUE 0.
           05  WS-NEW-RANK             PIC 9(01)   VALUE 0.
      *
       01  WS-OLD-STATUS               PIC X(01)   VALUE SPACE.
       01  WS-OLD-REASON-CD            PIC X(04)   VALUE SPACES.
      *
       01  WS-LEAK-WORK.
           05  WS-LAST-CARD-NUM        PIC X(16)   VALUE LOW-VALUES.
           05  WS-SON-STATUS           PIC X(01)   VALUE SPACE.
           05  WS-SON-REASON-CD        PIC X(04)   VALUE SPACES.
           05  WS-SON-EFF-DATE         PIC 9(08)   VALUE ZEROS.
           05  WS-TRNX-DATE            PIC 9(08)   VALUE ZEROS.
      *
       01  WS-REJECT-TEXT              PIC X(40)   VALUE SPACES.
       01  WS-HOLD-CARD-NUM            PIC X(16)   VALUE SPACES.
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(47)   VALUE
               'CARDDEMO CARD STATUS AND NEGATIVE FILE REPORT'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SL-TEXT              PIC X(40).
      *
       01  WS-LEAK-HDR-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(18)   VALUE 'TRANSACTION'.
           05  FILLER                  PIC X(10)   VALUE 'DATE'.
           05  FILLER                  PIC X(04)   VALUE 'TY'.
           05  FILLER                  PIC X(17)   VALUE
               '         AMOUNT'.
           05  FILLER                  PIC X(20)   VALUE
               'STATUS/REASON/EFF'.
      *
       01  WS-LEAK-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LK-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LK-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LK-TRNX-ID           PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LK-DATE              PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LK-TYPE-CD           PIC X(02).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LK-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-LK-STATUS            PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LK-REASON-CD         PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-LK-EFF-DATE          PIC 9(08).
      *
       01  WS-CHG-HDR-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(10)   VALUE 'FROM'.
           05  FILLER                  PIC X(10)   VALUE 'TO'.
           05  FILLER                  PIC X(10)   VALUE 'EFFECTIVE'.
           05  FILLER                  PIC X(10)   VALUE 'SET BY'.
      *
       01  WS-CHG-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CH-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CH-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CH-OLD-STATUS        PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CH-OLD-REASON-CD     PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  WS-CH-NEW-STATUS        PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CH-NEW-REASON-CD     PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  WS-CH-EFF-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CH-CHANGED-BY        PIC X(08).
      *
       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RJ-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RJ-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  WS-RJ-NEW-STATUS        PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RJ-REASON-CD         PIC X(04).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE
               '** REJECTED: '.
           05  WS-RJ-TEXT              PIC X(40).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(34).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-AMOUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-AL-LABEL             PIC X(34).
           05  WS-AL-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-BLANK-LINE               PIC X(110)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REPORT-LEAKAGE THRU 2000-REPORT-LEAKAGE-EXIT.
           PERFORM 3000-APPLY-FRAUD THRU 3000-APPLY-FRAUD-EXIT.
           PERFORM 4000-APPLY-COLLECTIONS
               THRU 4000-APPLY-COLLECTIONS-EXIT.
           PERFORM 5000-APPLY-OVER-LIMIT
               THRU 5000-APPLY-OVER-LIMIT-EXIT.
           PERFORM 6000-APPLY-MANUAL THRU 6000-APPLY-MANUAL-EXIT.
           PERFORM 7000-BUILD-NEGATIVE-FILES
               THRU 7000-BUILD-NEGATIVE-FILES-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBCST01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
           OPEN INPUT CST-PARM-FILE.
           READ CST-PARM-FILE
               AT END
                   MOVE 2  TO CSP-OVR-CYCLES
                   MOVE 35 TO CSP-OVR-GAP-DAYS
           END-READ.
           MOVE CSP-OVR-CYCLES   TO WS-OVR-CYCLES.
           MOVE CSP-OVR-GAP-DAYS TO WS-OVR-GAP-DAYS.
           CLOSE CST-PARM-FILE.
           IF WS-OVR-CYCLES = 0
               MOVE 2 TO WS-OVR-CYCLES
           END-IF.
           IF WS-OVR-GAP-DAYS = 0
               MOVE 35 TO WS-OVR-GAP-DAYS
           END-IF.
           OPEN I-O CRD-STATUS-FILE.
           OPEN OUTPUT CST-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE CST-RPT-LINE FROM WS-HDR-LINE-1.
           ADD 1 TO WS-RPT-LINE-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * Leakage is judged against the status each card opened the
      * night with, before any of tonight's feeds apply; on a rerun
      * the start-of-night status is taken from the master's open
      * status fields so the report comes out the same.
      *
       2000-REPORT-LEAKAGE.
           WRITE CST-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'ACTIVITY ON BLOCKED CARDS' TO WS-SL-TEXT.
           WRITE CST-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CST-RPT-LINE FROM WS-LEAK-HDR-LINE.
           ADD 3 TO WS-RPT-LINE-COUNT.
           OPEN INPUT TRNX-EXTRACT-FILE.
           PERFORM 2100-CHECK-ONE-TRNX THRU 2100-CHECK-ONE-TRNX-EXIT
               UNTIL WS-TRN-EOF.
           CLOSE TRNX-EXTRACT-FILE.
       2000-REPORT-LEAKAGE-EXIT.
           EXIT.
      *
       2100-CHECK-ONE-TRNX.
           READ TRNX-EXTRACT-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
                   GO TO 2100-CHECK-ONE-TRNX-EXIT
           END-READ.
           ADD 1 TO WS-TRN-COUNT.
           ADD TRNX-AMT TO WS-TRN-HASH.
           IF TRNX-CARD-NUM NOT = WS-LAST-CARD-NUM
               PERFORM 2200-LOAD-OPEN-STATUS
                   THRU 2200-LOAD-OPEN-STATUS-EXIT
           END-IF.
           IF WS-CARD-WAS-OPEN
               GO TO 2100-CHECK-ONE-TRNX-EXIT
           END-IF.
           MOVE TRNX-ORIG-TS(1:4) TO WS-TRNX-DATE(1:4).
           MOVE TRNX-ORIG-TS(6:2) TO WS-TRNX-DATE(5:2).
           MOVE TRNX-ORIG-TS(9:2) TO WS-TRNX-DATE(7:2).
           IF WS-TRNX-DATE < WS-SON-EFF-DATE
               GO TO 2100-CHECK-ONE-TRNX-EXIT
           END-IF.
           ADD 1 TO WS-LEAK-COUNT.
           ADD TRNX-AMT TO WS-LEAK-AMT.
           MOVE TRNX-CARD-NUM    TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED       TO WS-LK-CARD-NUM.
           MOVE PAN-SURROGATE    TO WS-LK-SURROGATE.
           MOVE TRNX-ID          TO WS-LK-TRNX-ID.
           MOVE WS-TRNX-DATE     TO WS-LK-DATE.
           MOVE TRNX-TYPE-CD     TO WS-LK-TYPE-CD.
           MOVE TRNX-AMT         TO WS-LK-AMT.
           MOVE WS-SON-STATUS    TO WS-LK-STATUS.
           MOVE WS-SON-REASON-CD TO WS-LK-REASON-CD.
           MOVE WS-SON-EFF-DATE  TO WS-LK-EFF-DATE.
           WRITE CST-RPT-LINE FROM WS-LEAK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       2100-CHECK-ONE-TRNX-EXIT.
           EXIT.
      *
      * One master read per card, cached the way CBMER01 caches its
      * merchant lookups -- the extract arrives grouped by card.
      *
       2200-LOAD-OPEN-STATUS.
           MOVE TRNX-CARD-NUM TO WS-LAST-CARD-NUM.
           SET WS-CARD-WAS-OPEN TO TRUE.
           MOVE TRNX-CARD-NUM TO CST-CARD-NUM.
           READ CRD-STATUS-FILE
               INVALID KEY
                   GO TO 2200-LOAD-OPEN-STATUS-EXIT
           END-READ.
           IF CST-CHANGE-DATE = WS-RUN-YYYYMMDD
               MOVE CST-OPEN-STATUS    TO WS-SON-STATUS
               MOVE CST-OPEN-REASON-CD TO WS-SON-REASON-CD
               MOVE CST-OPEN-EFF-DATE  TO WS-SON-EFF-DATE
           ELSE
               MOVE CST-STATUS         TO WS-SON-STATUS
               MOVE CST-REASON-CD      TO WS-SON-REASON-CD
               MOVE CST-EFF-DATE       TO WS-SON-EFF-DATE
           END-IF.
           IF WS-SON-STATUS = 'O' OR 'C' OR 'F' OR 'X'
               SET WS-CARD-WAS-BLOCKED TO TRUE
           END-IF.
       2200-LOAD-OPEN-STATUS-EXIT.
           EXIT.
      *
       3000-APPLY-FRAUD.
           WRITE CST-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'STATUS CHANGES' TO WS-SL-TEXT.
           WRITE CST-RPT-LINE FROM WS-SECTION-LINE.
           WRITE CST-RPT-LINE FROM WS-CHG-HDR-LINE.
           ADD 3 TO WS-RPT-LINE-COUNT.
           OPEN INPUT FWL-CASE-FILE.
           MOVE LOW-VALUES TO FWL-CARD-NUM.
           START FWL-CASE-FILE KEY >= FWL-CARD-NUM
               INVALID KEY
                   SET WS-FWL-EOF TO TRUE
           END-START.
           IF NOT WS-FWL-EOF
               PERFORM 3100-READ-FWL-CASE THRU 3100-READ-FWL-CASE-EXIT
                   UNTIL WS-FWL-EOF
           END-IF.
           CLOSE FWL-CASE-FILE.
       3000-APPLY-FRAUD-EXIT.
           EXIT.
      *
       3100-READ-FWL-CASE.
           READ FWL-CASE-FILE NEXT RECORD
               AT END
                   SET WS-FWL-EOF TO TRUE
                   GO TO 3100-READ-FWL-CASE-EXIT
           END-READ.
           IF NOT FWL-IS-CONFIRMED
               GO TO 3100-READ-FWL-CASE-EXIT
           END-IF.
           MOVE FWL-CARD-NUM TO CST-CARD-NUM.
           PERFORM 9100-READ-STATUS THRU 9100-READ-STATUS-EXIT.
           MOVE 'F'          TO WS-NEW-STATUS.
           MOVE 'FRCF'       TO WS-NEW-REASON-CD.
           MOVE FWL-DISP-DATE TO WS-NEW-EFF-DATE.
           IF WS-NEW-EFF-DATE = 0
               MOVE WS-RUN-YYYYMMDD TO WS-NEW-EFF-DATE
           END-IF.
           MOVE 'CBFWL01'    TO WS-NEW-CHANGED-BY.
           SET WS-SOURCE-AUTOMATIC TO TRUE.
           PERFORM 9000-APPLY-STATUS THRU 9000-APPLY-STATUS-EXIT.
           IF WS-STATUS-CHANGED
               ADD 1 TO WS-FRAUD-SET-COUNT
               PERFORM 9200-WRITE-STATUS THRU 9200-WRITE-STATUS-EXIT
           END-IF.
       3100-READ-FWL-CASE-EXIT.
           EXIT.
      *
      * The block takes effect the day the card reached 120 days
      * past due -- its due date plus 120 -- so a rerun or a late
      * run dates it the same.
      *
       4000-APPLY-COLLECTIONS.
           OPEN INPUT DLQ-MASTER-FILE.
           MOVE LOW-VALUES TO DLQ-CARD-NUM.
           START DLQ-MASTER-FILE KEY >= DLQ-CARD-NUM
               INVALID KEY
                   SET WS-DLQ-EOF TO TRUE
           END-START.
           IF NOT WS-DLQ-EOF
               PERFORM 4100-READ-DLQ-CARD THRU 4100-READ-DLQ-CARD-EXIT
                   UNTIL WS-DLQ-EOF
           END-IF.
           CLOSE DLQ-MASTER-FILE.
       4000-APPLY-COLLECTIONS-EXIT.
           EXIT.
      *
       4100-READ-DLQ-CARD.
           READ DLQ-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-DLQ-EOF TO TRUE
                   GO TO 4100-READ-DLQ-CARD-EXIT
           END-READ.
           IF NOT DLQ-IS-120-DAY
               GO TO 4100-READ-DLQ-CARD-EXIT
           END-IF.
           MOVE DLQ-CARD-NUM TO CST-CARD-NUM.
           PERFORM 9100-READ-STATUS THRU 9100-READ-STATUS-EXIT.
           MOVE 'C'          TO WS-NEW-STATUS.
           MOVE 'DQ12'       TO WS-NEW-REASON-CD.
           MOVE WS-RUN-YYYYMMDD TO WS-NEW-EFF-DATE.
           IF DLQ-DUE-DATE > 0
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(DLQ-DUE-DATE) + 120
               COMPUTE WS-NEW-EFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.
           MOVE 'CBDLQ01'    TO WS-NEW-CHANGED-BY.
           SET WS-SOURCE-AUTOMATIC TO TRUE.
           PERFORM 9000-APPLY-STATUS THRU 9000-APPLY-STATUS-EXIT.
           IF WS-STATUS-CHANGED
               ADD 1 TO WS-COLL-SET-COUNT
               PERFORM 9200-WRITE-STATUS THRU 9200-WRITE-STATUS-EXIT
           END-IF.
       4100-READ-DLQ-CARD-EXIT.
           EXIT.
      *
      * The over-limit file only carries cards that statemented
      * tonight, so appearances are counted per statement: one
      * within the gap days of the last counts on, a later one
      * starts the count again, and a rerun tonight counts nothing.
      * The master record is kept for the count even while the card
      * is still active.
      *
       5000-APPLY-OVER-LIMIT.
           OPEN INPUT OVR-LIMIT-FILE.
           PERFORM 5100-READ-OVER-LIMIT THRU 5100-READ-OVER-LIMIT-EXIT
               UNTIL WS-OVR-EOF.
           CLOSE OVR-LIMIT-FILE.
       5000-APPLY-OVER-LIMIT-EXIT.
           EXIT.
      *
       5100-READ-OVER-LIMIT.
           READ OVR-LIMIT-FILE
               AT END
                   SET WS-OVR-EOF TO TRUE
                   GO TO 5100-READ-OVER-LIMIT-EXIT
           END-READ.
           ADD 1 TO WS-OVR-COUNT.
           ADD OVR-OVER-AMT TO WS-OVR-HASH.
           MOVE OVR-CARD-NUM TO CST-CARD-NUM.
           PERFORM 9100-READ-STATUS THRU 9100-READ-STATUS-EXIT.
           IF CST-LAST-OVR-DATE NOT = WS-RUN-YYYYMMDD
               MOVE 0 TO WS-DATE-INT
               IF CST-LAST-OVR-DATE > 0
                   COMPUTE WS-DATE-INT = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(CST-LAST-OVR-DATE)
               END-IF
               IF CST-LAST-OVR-DATE > 0
                       AND WS-DATE-INT NOT > WS-OVR-GAP-DAYS
                   ADD 1 TO CST-OVR-CYCLES
               ELSE
                   MOVE 1 TO CST-OVR-CYCLES
               END-IF
               MOVE WS-RUN-YYYYMMDD TO CST-LAST-OVR-DATE
           END-IF.
           SET WS-STATUS-UNCHANGED TO TRUE.
           IF CST-OVR-CYCLES >= WS-OVR-CYCLES
               MOVE 'O'             TO WS-NEW-STATUS
               MOVE 'OVLM'          TO WS-NEW-REASON-CD
               MOVE WS-RUN-YYYYMMDD TO WS-NEW-EFF-DATE
               MOVE 'CBLIM01'       TO WS-NEW-CHANGED-BY
               SET WS-SOURCE-AUTOMATIC TO TRUE
               PERFORM 9000-APPLY-STATUS THRU 9000-APPLY-STATUS-EXIT
           END-IF.
           IF WS-STATUS-CHANGED
               ADD 1 TO WS-OVR-SET-COUNT
           END-IF.
           PERFORM 9200-WRITE-STATUS THRU 9200-WRITE-STATUS-EXIT.
       5100-READ-OVER-LIMIT-EXIT.
           EXIT.
      *
       6000-APPLY-MANUAL.
           OPEN INPUT CST-CHANGE-FILE.
           PERFORM 6100-READ-CHANGE THRU 6100-READ-CHANGE-EXIT
               UNTIL WS-CHG-EOF.
           CLOSE CST-CHANGE-FILE.
       6000-APPLY-MANUAL-EXIT.
           EXIT.
      *
       6100-READ-CHANGE.
           READ CST-CHANGE-FILE
               AT END
                   SET WS-CHG-EOF TO TRUE
                   GO TO 6100-READ-CHANGE-EXIT
           END-READ.
           ADD 1 TO WS-CHG-COUNT.
           PERFORM 6200-EDIT-CHANGE THRU 6200-EDIT-CHANGE-EXIT.
           IF WS-REJECT-TEXT NOT = SPACES
               PERFORM 6300-REJECT-CHANGE THRU 6300-REJECT-CHANGE-EXIT
               GO TO 6100-READ-CHANGE-EXIT
           END-IF.
           MOVE CSC-CARD-NUM TO CST-CARD-NUM.
           PERFORM 9100-READ-STATUS THRU 9100-READ-STATUS-EXIT.
           MOVE CSC-NEW-STATUS TO WS-NEW-STATUS.
           MOVE CSC-REASON-CD  TO WS-NEW-REASON-CD.
           MOVE CSC-EFF-DATE   TO WS-NEW-EFF-DATE.
           IF WS-NEW-EFF-DATE = 0
               MOVE WS-RUN-YYYYMMDD TO WS-NEW-EFF-DATE
           END-IF.
           MOVE CSC-OPERATOR   TO WS-NEW-CHANGED-BY.
           SET WS-SOURCE-MANUAL TO TRUE.
           PERFORM 9000-APPLY-STATUS THRU 9000-APPLY-STATUS-EXIT.
           IF WS-STATUS-CHANGED
               ADD 1 TO WS-MANUAL-SET-COUNT
               PERFORM 9200-WRITE-STATUS THRU 9200-WRITE-STATUS-EXIT
           END-IF.
       6100-READ-CHANGE-EXIT.
           EXIT.
      *
       6200-EDIT-CHANGE.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE CSC-NEW-STATUS TO CST-STATUS.
           EVALUATE TRUE
               WHEN CSC-CARD-NUM = SPACES
                   MOVE 'CARD NUMBER IS MISSING' TO WS-REJECT-TEXT
               WHEN NOT CST-IS-VALID-STATUS
                   MOVE 'STATUS MUST BE A, O, C, F OR X'
                       TO WS-REJECT-TEXT
               WHEN CSC-REASON-CD = SPACES
                   MOVE 'REASON CODE IS REQUIRED' TO WS-REJECT-TEXT
               WHEN CSC-OPERATOR = SPACES
                   MOVE 'OPERATOR IS REQUIRED' TO WS-REJECT-TEXT
               WHEN CSC-EFF-DATE NOT NUMERIC
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                       TO WS-REJECT-TEXT
               WHEN CSC-EFF-DATE > WS-RUN-YYYYMMDD
                   MOVE 'EFFECTIVE DATE IS AFTER THE RUN DATE'
                       TO WS-REJECT-TEXT
               WHEN CSC-EFF-DATE > 0
                       AND FUNCTION TEST-DATE-YYYYMMDD(CSC-EFF-DATE)
                           NOT = 0
                   MOVE 'EFFECTIVE DATE IS NOT A VALID DATE'
                       TO WS-REJECT-TEXT
           END-EVALUATE.
       6200-EDIT-CHANGE-EXIT.
           EXIT.
      *
       6300-REJECT-CHANGE.
           ADD 1 TO WS-CHG-REJECT-COUNT.
           MOVE CSC-CARD-NUM   TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED     TO WS-RJ-CARD-NUM.
           MOVE PAN-SURROGATE  TO WS-RJ-SURROGATE.
           MOVE CSC-NEW-STATUS TO WS-RJ-NEW-STATUS.
           MOVE CSC-REASON-CD  TO WS-RJ-REASON-CD.
           MOVE WS-REJECT-TEXT TO WS-RJ-TEXT.
           WRITE CST-RPT-LINE FROM WS-REJECT-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       6300-REJECT-CHANGE-EXIT.
           EXIT.
      *
      * Every blocked card goes on the full file.  A card changed
      * tonight is compared with the status it opened the night
      * with: newly blocked, or blocked for a new status or reason,
      * is an add; released from a block is a delete.
      *
       7000-BUILD-NEGATIVE-FILES.
           OPEN OUTPUT NEG-FULL-FILE.
           OPEN OUTPUT NEG-INCR-FILE.
           MOVE LOW-VALUES TO CST-CARD-NUM.
           START CRD-STATUS-FILE KEY >= CST-CARD-NUM
               INVALID KEY
                   SET WS-CST-EOF TO TRUE
           END-START.
           IF NOT WS-CST-EOF
               PERFORM 7100-READ-STATUS-CARD
                   THRU 7100-READ-STATUS-CARD-EXIT
                   UNTIL WS-CST-EOF
           END-IF.
           CLOSE NEG-FULL-FILE NEG-INCR-FILE.
       7000-BUILD-NEGATIVE-FILES-EXIT.
           EXIT.
      *
       7100-READ-STATUS-CARD.
           READ CRD-STATUS-FILE NEXT RECORD
               AT END
                   SET WS-CST-EOF TO TRUE
                   GO TO 7100-READ-STATUS-CARD-EXIT
           END-READ.
           IF CST-IS-BLOCKED
               MOVE SPACES        TO NEG-FILE-RECORD
               MOVE CST-CARD-NUM  TO NEG-CARD-NUM OF NEG-FILE-RECORD
               SET NEG-IS-ADD OF NEG-FILE-RECORD TO TRUE
               MOVE CST-STATUS    TO NEG-STATUS OF NEG-FILE-RECORD
               MOVE CST-REASON-CD TO NEG-REASON-CD OF NEG-FILE-RECORD
               MOVE CST-EFF-DATE  TO NEG-EFF-DATE OF NEG-FILE-RECORD
               WRITE NEG-FILE-RECORD
               ADD 1 TO WS-FULL-COUNT
           END-IF.
           IF CST-CHANGE-DATE NOT = WS-RUN-YYYYMMDD
               GO TO 7100-READ-STATUS-CARD-EXIT
           END-IF.
           IF CST-IS-BLOCKED
               IF CST-OPEN-BLOCKED
                       AND CST-OPEN-STATUS = CST-STATUS
                       AND CST-OPEN-REASON-CD = CST-REASON-CD
                   GO TO 7100-READ-STATUS-CARD-EXIT
               END-IF
               MOVE SPACES TO NEG-INCR-RECORD
               SET NEG-IS-ADD OF NEG-INCR-RECORD TO TRUE
               ADD 1 TO WS-INCR-ADD-COUNT
           ELSE
               IF NOT CST-OPEN-BLOCKED
                   GO TO 7100-READ-STATUS-CARD-EXIT
               END-IF
               MOVE SPACES TO NEG-INCR-RECORD
               SET NEG-IS-DELETE OF NEG-INCR-RECORD TO TRUE
               ADD 1 TO WS-INCR-DEL-COUNT
           END-IF.
           MOVE CST-CARD-NUM  TO NEG-CARD-NUM OF NEG-INCR-RECORD.
           MOVE CST-STATUS    TO NEG-STATUS OF NEG-INCR-RECORD.
           MOVE CST-REASON-CD TO NEG-REASON-CD OF NEG-INCR-RECORD.
           MOVE CST-EFF-DATE  TO NEG-EFF-DATE OF NEG-INCR-RECORD.
           WRITE NEG-INCR-RECORD.
           ADD 1 TO WS-INCR-COUNT.
       7100-READ-STATUS-CARD-EXIT.
           EXIT.
      *
       8000-TERMINATE.
           WRITE CST-RPT-LINE FROM WS-BLANK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE 'TRANSACTIONS CHECKED'       TO WS-CL-LABEL.
           MOVE WS-TRN-COUNT                 TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'ACTIVITY ON BLOCKED CARDS'  TO WS-CL-LABEL.
           MOVE WS-LEAK-COUNT                TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'AMOUNT ON BLOCKED CARDS'    TO WS-AL-LABEL.
           MOVE WS-LEAK-AMT                  TO WS-AL-AMT.
           WRITE CST-RPT-LINE FROM WS-AMOUNT-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           MOVE 'FRAUD BLOCKS SET'           TO WS-CL-LABEL.
           MOVE WS-FRAUD-SET-COUNT           TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'COLLECTIONS BLOCKS SET'     TO WS-CL-LABEL.
           MOVE WS-COLL-SET-COUNT            TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'OVER-LIMIT HOLDS SET'       TO WS-CL-LABEL.
           MOVE WS-OVR-SET-COUNT             TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'MANUAL CHANGES READ'        TO WS-CL-LABEL.
           MOVE WS-CHG-COUNT                 TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'MANUAL CHANGES APPLIED'     TO WS-CL-LABEL.
           MOVE WS-MANUAL-SET-COUNT          TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'MANUAL CHANGES REJECTED'    TO WS-CL-LABEL.
           MOVE WS-CHG-REJECT-COUNT          TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'CARDS ON FULL NEGATIVE FILE' TO WS-CL-LABEL.
           MOVE WS-FULL-COUNT                TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'INCREMENTAL ADDS'           TO WS-CL-LABEL.
           MOVE WS-INCR-ADD-COUNT            TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           MOVE 'INCREMENTAL DELETES'        TO WS-CL-LABEL.
           MOVE WS-INCR-DEL-COUNT            TO WS-CL-COUNT.
           PERFORM 8100-PRINT-COUNT THRU 8100-PRINT-COUNT-EXIT.
           CLOSE CRD-STATUS-FILE CST-RPT-FILE.
           PERFORM 8500-WRITE-RUN-CONTROLS
               THRU 8500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBCST01 TRANSACTIONS CHECKED:  ' WS-TRN-COUNT.
           DISPLAY 'CBCST01 BLOCKED CARD ACTIVITY: ' WS-LEAK-COUNT.
           DISPLAY 'CBCST01 FRAUD BLOCKS SET:      ' WS-FRAUD-SET-COUNT.
           DISPLAY 'CBCST01 COLLECTIONS BLOCKS SET:' WS-COLL-SET-COUNT.
           DISPLAY 'CBCST01 OVER-LIMIT HOLDS SET:  ' WS-OVR-SET-COUNT.
           DISPLAY 'CBCST01 MANUAL CHANGES APPLIED:'
               WS-MANUAL-SET-COUNT.
           DISPLAY 'CBCST01 MANUAL CHANGES REJECTED:'
               WS-CHG-REJECT-COUNT.
           DISPLAY 'CBCST01 NEGATIVE FILE CARDS:   ' WS-FULL-COUNT.
           DISPLAY 'CBCST01 INCREMENTAL RECORDS:   ' WS-INCR-COUNT.
       8000-TERMINATE-EXIT.
           EXIT.
      *
       8100-PRINT-COUNT.
           WRITE CST-RPT-LINE FROM WS-COUNT-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       8100-PRINT-COUNT-EXIT.
           EXIT.
      *
       8500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBCST01'      TO RCT-PROGRAM-ID.
           MOVE 'TRNXEXT'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-TRN-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-TRN-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'OVRLIM'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-OVR-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-OVR-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'CSTCHG'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-CHG-COUNT   TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'NEGFULL'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-FULL-COUNT  TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'NEGINCR'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-INCR-COUNT  TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'CSTRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       8500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
      *
      * An automatic feed only raises a card's status.  Where the
      * status now on the card was set by the desk it is raised
      * only for an event dated after it -- a desk release dated
      * after the event stands; a status another feed set is raised
      * whatever the dates, so a fraud block dated before the
      * collections block already on the card still replaces it.
      * The desk's own changes always apply unless they change
      * nothing.  The first change of the night snapshots the status
      * the card opened with; a manual change restarts the
      * over-limit count.
      *
       9000-APPLY-STATUS.
           SET WS-STATUS-UNCHANGED TO TRUE.
           IF CST-STATUS = WS-NEW-STATUS
                   AND CST-REASON-CD = WS-NEW-REASON-CD
               GO TO 9000-APPLY-STATUS-EXIT
           END-IF.
           IF WS-SOURCE-AUTOMATIC
               MOVE CST-STATUS TO WS-RANK-STATUS
               PERFORM 9300-RANK-STATUS THRU 9300-RANK-STATUS-EXIT
               MOVE WS-RANK TO WS-CUR-RANK
               MOVE WS-NEW-STATUS TO WS-RANK-STATUS
               PERFORM 9300-RANK-STATUS THRU 9300-RANK-STATUS-EXIT
               MOVE WS-RANK TO WS-NEW-RANK
               IF WS-NEW-RANK NOT > WS-CUR-RANK
                   GO TO 9000-APPLY-STATUS-EXIT
               END-IF
               IF WS-CST-FOUND
                       AND CST-CHANGED-BY NOT = SPACES
                       AND CST-CHANGED-BY NOT = 'CBFWL01'
                       AND CST-CHANGED-BY NOT = 'CBDLQ01'
                       AND CST-CHANGED-BY NOT = 'CBLIM01'
                       AND WS-NEW-EFF-DATE NOT > CST-EFF-DATE
                   GO TO 9000-APPLY-STATUS-EXIT
               END-IF
           END-IF.
           IF CST-CHANGE-DATE NOT = WS-RUN-YYYYMMDD
               MOVE CST-STATUS    TO CST-OPEN-STATUS
               MOVE CST-REASON-CD TO CST-OPEN-REASON-CD
               MOVE CST-EFF-DATE  TO CST-OPEN-EFF-DATE
           END-IF.
           MOVE CST-STATUS        TO WS-OLD-STATUS.
           MOVE CST-REASON-CD     TO WS-OLD-REASON-CD.
           MOVE WS-NEW-STATUS     TO CST-STATUS.
           MOVE WS-NEW-REASON-CD  TO CST-REASON-CD.
           MOVE WS-NEW-EFF-DATE   TO CST-EFF-DATE.
           MOVE WS-NEW-CHANGED-BY TO CST-CHANGED-BY.
           MOVE WS-RUN-YYYYMMDD   TO CST-CHANGE-DATE.
           IF WS-SOURCE-MANUAL
               MOVE 0 TO CST-OVR-CYCLES
           END-IF.
           SET WS-STATUS-CHANGED TO TRUE.
           MOVE CST-CARD-NUM      TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED        TO WS-CH-CARD-NUM.
           MOVE PAN-SURROGATE     TO WS-CH-SURROGATE.
           MOVE WS-OLD-STATUS     TO WS-CH-OLD-STATUS.
           MOVE WS-OLD-REASON-CD  TO WS-CH-OLD-REASON-CD.
           MOVE CST-STATUS        TO WS-CH-NEW-STATUS.
           MOVE CST-REASON-CD     TO WS-CH-NEW-REASON-CD.
           MOVE CST-EFF-DATE      TO WS-CH-EFF-DATE.
           MOVE CST-CHANGED-BY    TO WS-CH-CHANGED-BY.
           WRITE CST-RPT-LINE FROM WS-CHG-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       9000-APPLY-STATUS-EXIT.
           EXIT.
      *
      * A card not yet on the master is taken as active since the
      * beginning of time.
      *
       9100-READ-STATUS.
           READ CRD-STATUS-FILE
               INVALID KEY
                   SET WS-CST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CST-FOUND TO TRUE
           END-READ.
           IF WS-CST-NOT-FOUND
               MOVE CST-CARD-NUM TO WS-HOLD-CARD-NUM
               MOVE SPACES       TO CRD-STATUS-RECORD
               MOVE WS-HOLD-CARD-NUM TO CST-CARD-NUM
               MOVE ZEROS        TO CST-EFF-DATE
               MOVE ZEROS        TO CST-CHANGE-DATE
               SET CST-IS-ACTIVE TO TRUE
               MOVE 'A'          TO CST-OPEN-STATUS
               MOVE ZEROS        TO CST-OPEN-EFF-DATE
               MOVE ZEROS        TO CST-OVR-CYCLES
               MOVE ZEROS        TO CST-LAST-OVR-DATE
           END-IF.
       9100-READ-STATUS-EXIT.
           EXIT.
      *
       9200-WRITE-STATUS.
           IF WS-CST-FOUND
               REWRITE CRD-STATUS-RECORD
           ELSE
               WRITE CRD-STATUS-RECORD
               SET WS-CST-FOUND TO TRUE
           END-IF.
       9200-WRITE-STATUS-EXIT.
           EXIT.
      *
       9300-RANK-STATUS.
           EVALUATE WS-RANK-STATUS
               WHEN 'X'
                   MOVE 4 TO WS-RANK
               WHEN 'F'
                   MOVE 3 TO WS-RANK
               WHEN 'C'
                   MOVE 2 TO WS-RANK
               WHEN 'O'
                   MOVE 1 TO WS-RANK
               WHEN OTHER
                   MOVE 0 TO WS-RANK
           END-EVALUATE.
       9300-RANK-STATUS-EXIT.
           EXIT.
