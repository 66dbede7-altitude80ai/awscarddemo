      ******************************************************************
      * CardDemo - Rewards Points Accrual and Redemption
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
      * Maintains the RWDMAST1 rewards points master.  Run after
      * CBREV01 and CBBIL01 and ahead of CBPRT01, so the statements
      * printed tonight carry tonight's points block.  Every
      * purchase on the COSTM01 extract TRNXEXT earns points: the
      * amount times the RWDCAT01 multiplier for its TRNX-CAT-CD, or
      * the RWDPARM1 base rate for a category not on the table, plus
      * the RWDMCH01 bonus rate when its TRNX-MERCHANT-ID is running
      * a promotion on the purchase date.  Cash, fees, reversals,
      * disputes, chargebacks and manual adjustments earn nothing.
      * Each earning is posted to the RWDLGR01 points ledger under
      * the card and TRNX-ID, so a reversal, dispute or chargeback
      * CBREV01 linked back to its original on REVXTR01 claws back
      * what that purchase earned -- all of it, or the share of it
      * the reversed amount is of the purchase.  Redemption requests on
      * RWDRDM01 are checked against the card's balance and status
      * and the cardholder master address; an accepted request
      * comes off the balance and goes to the rewards vendor on the
      * RWDFUL01 fulfillment file, a rejected one prints on the
      * RWDRPT exception report.  Points are spent and clawed back
      * oldest first, and points still held the RWDPARM1 number of
      * months after the month they were earned expire.  Finally,
      * for every card the BILSUM01 billing summary shows cycled
      * tonight, the points activity of the cycle is rolled into the
      * statement points block -- opening, earned, clawed back,
      * expired, redeemed and closing balance -- that CBPRT01 prints
      * and extracts.  Every posting is keyed on the ledger and the
      * cycle roll is dated, so a rerun of the night posts nothing twice
      * and rebuilds the fulfillment file from the night's
      * redemptions.  Card numbers print masked through CBPAN01.  The
      * run date is the business date on the PRCDATE1 processing date
      * control record, fetched through CBPRD01.  At end of run a
      * RUNCTL01 control record is appended to the shared control file
      * for each file handled, feeding the CBBAL01 end-of-stream
      * balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRWD01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RWD-PARM-FILE ASSIGN TO RWDPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RWD-CAT-FILE ASSIGN TO RWDCAT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RWD-MCH-FILE ASSIGN TO RWDMCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNX-EXTRACT-FILE ASSIGN TO TRNXEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REV-XTRACT-FILE ASSIGN TO REVXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RWD-REDEEM-FILE ASSIGN TO RWDRDM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BIL-SUMMARY-FILE ASSIGN TO BILSUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RWD-MASTER-FILE ASSIGN TO RWDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RWD-CARD-NUM.
           SELECT OPTIONAL RWD-LEDGER-FILE ASSIGN TO RWDLGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RWL-KEY.
           SELECT OPTIONAL CRD-STATUS-FILE ASSIGN TO CRDSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-CARD-NUM.
           SELECT OPTIONAL CRD-HOLDER-FILE ASSIGN TO CRDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHD-CARD-NUM.
           SELECT RWD-FULFILL-FILE ASSIGN TO RWDFUL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RWD-RPT-FILE     ASSIGN TO RWDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RWD-PARM-FILE
           RECORDING MODE IS F.
           COPY RWDPARM1.
      *
       FD  RWD-CAT-FILE
           RECORDING MODE IS F.
           COPY RWDCAT01.
      *
       FD  RWD-MCH-FILE
           RECORDING MODE IS F.
           COPY RWDMCH01.
      *
       FD  TRNX-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY COSTM01.
      *
       FD  REV-XTRACT-FILE
           RECORDING MODE IS F.
           COPY REVXTR01.
      *
       FD  RWD-REDEEM-FILE
           RECORDING MODE IS F.
           COPY RWDRDM01.
      *
       FD  BIL-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY BILSUM01.
      *
       FD  RWD-MASTER-FILE.
           COPY RWDMAST1.
      *
       FD  RWD-LEDGER-FILE.
           COPY RWDLGR01.
      *
       FD  CRD-STATUS-FILE.
           COPY CRDSTS01.
      *
       FD  CRD-HOLDER-FILE.
           COPY CRDHLD1.
      *
       FD  RWD-FULFILL-FILE
           RECORDING MODE IS F.
           COPY RWDFUL01.
      *
       FD  RWD-RPT-FILE
           RECORDING MODE IS F.
       01  RWD-RPT-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-CAT-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CAT-EOF              VALUE 'Y'.
       77  WS-MCH-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-MCH-EOF              VALUE 'Y'.
       77  WS-TRNX-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-TRNX-EOF             VALUE 'Y'.
       77  WS-REV-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-REV-EOF              VALUE 'Y'.
       77  WS-RDM-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RDM-EOF              VALUE 'Y'.
       77  WS-BIL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-BIL-EOF              VALUE 'Y'.
       77  WS-RWD-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RWD-EOF              VALUE 'Y'.
       77  WS-RWD-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-RWD-FOUND            VALUE 'Y'.
           88  WS-RWD-NOT-FOUND        VALUE 'N'.
       77  WS-EXPIRE-SW                PIC X(01)   VALUE 'N'.
           88  WS-EXPIRE-DONE          VALUE 'Y'.
           88  WS-EXPIRE-MORE          VALUE 'N'.
      *
       77  WS-TRNX-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-TRNX-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-EARN-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-EARN-POINTS-TOT          PIC 9(11)   COMP VALUE 0.
       77  WS-EARN-DUP-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-NEW-ACCT-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-REV-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-REV-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CLAW-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-CLAW-POINTS-TOT          PIC 9(11)   COMP VALUE 0.
       77  WS-CLAW-NONE-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-RDM-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RDM-POINTS-HASH          PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RDM-OK-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-RDM-REJ-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RDM-RERUN-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-FUL-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-FUL-POINTS-HASH          PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-EXP-ACCT-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-EXP-POINTS-TOT           PIC 9(11)   COMP VALUE 0.
       77  WS-ROLL-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       77  WS-CAT-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-CAT-MAX                  PIC 9(03)   COMP VALUE 200.
       77  WS-CAT-IDX                  PIC 9(03)   COMP VALUE 0.
       77  WS-MCH-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-MCH-MAX                  PIC 9(03)   COMP VALUE 500.
       77  WS-MCH-IDX                  PIC 9(03)   COMP VALUE 0.
       77  WS-BKT-IDX                  PIC 9(02)   COMP VALUE 0.
       77  WS-BKT-MAX                  PIC 9(02)   COMP VALUE 36.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-YM REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-YYYYMM           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-RUN-MONTH-NUM            PIC 9(06)   VALUE ZEROS.
      *
       01  WS-REWARD-PARMS.
           05  WS-BASE-RATE            PIC 9(02)V99 VALUE 0.
           05  WS-EXPIRY-MONTHS        PIC 9(02)   VALUE 0.
      *
      * The category and promotion tables are small and are held in
      * storage and scanned per transaction, the same way CBGLJ01
      * holds the GL mapping table.
      *
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY            OCCURS 200 TIMES.
               10  WS-CTT-CAT-CD       PIC 9(04).
               10  WS-CTT-MULTIPLIER   PIC 9(02)V99.
      *
       01  WS-MCH-TABLE.
           05  WS-MCH-ENTRY            OCCURS 500 TIMES.
               10  WS-MBT-MERCHANT-ID  PIC 9(09).
               10  WS-MBT-BONUS-RATE   PIC 9(02)V99.
               10  WS-MBT-START-DATE   PIC 9(08).
               10  WS-MBT-END-DATE     PIC 9(08).
      *
       01  WS-TRNX-TYPE-CD             PIC X(02)   VALUE SPACES.
           88  WS-NO-EARN-TYPE         VALUE 'RV' 'DP' 'CB'
                                             'CA' 'CW' 'RF' 'MA'.
       01  WS-TRNX-DATE.
           05  WS-TD-YYYY              PIC X(04).
           05  WS-TD-MM                PIC X(02).
           05  WS-TD-DD                PIC X(02).
       01  WS-TRNX-DATE-N REDEFINES WS-TRNX-DATE
                                       PIC 9(08).
      *
       01  WS-EARN-RATE                PIC 9(02)V99 VALUE 0.
       01  WS-BONUS-RATE               PIC 9(02)V99 VALUE 0.
       01  WS-POINTS                   PIC 9(09)   VALUE 0.
       01  WS-POINTS-LEFT              PIC 9(09)   VALUE 0.
       01  WS-POINTS-TAKEN             PIC 9(09)   VALUE 0.
       01  WS-EXPIRED-POINTS           PIC 9(09)   VALUE 0.
       01  WS-REV-AMT                  PIC S9(09)V99 VALUE 0.
       01  WS-BKT-MONTH-NUM            PIC 9(06)   VALUE ZEROS.
       01  WS-BKT-YYYYMM               PIC 9(06)   VALUE ZEROS.
       01  WS-BKT-YM REDEFINES WS-BKT-YYYYMM.
           05  WS-BKT-YYYY             PIC 9(04).
           05  WS-BKT-MM               PIC 9(02).
      *
       01  WS-RDM-REASON               PIC X(30)   VALUE SPACES.
       01  WS-HOLD-CARD-NUM            PIC X(16)   VALUE SPACES.
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(44)   VALUE
               'CARDDEMO REWARDS REDEMPTION EXCEPTIONS'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(18)   VALUE 'REQUEST ID'.
           05  FILLER                  PIC X(12)   VALUE 'ITEM'.
           05  FILLER                  PIC X(13)   VALUE
               '       POINTS'.
           05  FILLER                  PIC X(30)   VALUE 'REASON'.
      *
       01  WS-EXC-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-REQUEST-ID        PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-ITEM-CD           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-POINTS            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-REASON            PIC X(30).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
       01  WS-BLANK-LINE               PIC X(110)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-ACCRUE-POINTS THRU 2000-ACCRUE-POINTS-EXIT.
           PERFORM 3000-CLAW-BACK THRU 3000-CLAW-BACK-EXIT.
           PERFORM 4000-REDEEM-POINTS THRU 4000-REDEEM-POINTS-EXIT.
           PERFORM 5000-EXPIRE-AND-ROLL THRU 5000-EXPIRE-AND-ROLL-EXIT.
           PERFORM 6000-TERMINATE THRU 6000-TERMINATE-EXIT.
           GOBACK.
      *
      * The expiry period is bounded by the earn-month buckets the
      * master record carries.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBRWD01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMM TO WS-BKT-YYYYMM.
           COMPUTE WS-RUN-MONTH-NUM = WS-BKT-YYYY * 12 + WS-BKT-MM.
           OPEN INPUT RWD-PARM-FILE.
           READ RWD-PARM-FILE
               AT END
                   MOVE 1.00 TO RWP-BASE-RATE
                   MOVE 24   TO RWP-EXPIRY-MONTHS
           END-READ.
           MOVE RWP-BASE-RATE     TO WS-BASE-RATE.
           MOVE RWP-EXPIRY-MONTHS TO WS-EXPIRY-MONTHS.
           CLOSE RWD-PARM-FILE.
           IF WS-BASE-RATE = 0
               MOVE 1.00 TO WS-BASE-RATE
           END-IF.
           IF WS-EXPIRY-MONTHS = 0
               MOVE 24 TO WS-EXPIRY-MONTHS
           END-IF.
           IF WS-EXPIRY-MONTHS > WS-BKT-MAX
               DISPLAY 'CBRWD01 EXPIRY MONTHS ' WS-EXPIRY-MONTHS
                   ' OVER ' WS-BKT-MAX ' -- ' WS-BKT-MAX ' USED'
               MOVE WS-BKT-MAX TO WS-EXPIRY-MONTHS
           END-IF.
           OPEN INPUT RWD-CAT-FILE.
           PERFORM 1100-LOAD-CATEGORY THRU 1100-LOAD-CATEGORY-EXIT
               UNTIL WS-CAT-EOF.
           CLOSE RWD-CAT-FILE.
           OPEN INPUT RWD-MCH-FILE.
           PERFORM 1200-LOAD-BONUS THRU 1200-LOAD-BONUS-EXIT
               UNTIL WS-MCH-EOF.
           CLOSE RWD-MCH-FILE.
           OPEN I-O RWD-MASTER-FILE.
           OPEN I-O RWD-LEDGER-FILE.
           OPEN OUTPUT RWD-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE RWD-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE RWD-RPT-LINE FROM WS-HDR-LINE-2.
           ADD 2 TO WS-RPT-LINE-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       1100-LOAD-CATEGORY.
           READ RWD-CAT-FILE
               AT END
                   SET WS-CAT-EOF TO TRUE
                   GO TO 1100-LOAD-CATEGORY-EXIT
           END-READ.
           IF WS-CAT-COUNT >= WS-CAT-MAX
               DISPLAY 'CBRWD01 ERROR: MORE THAN ' WS-CAT-MAX
                   ' CATEGORY MULTIPLIERS -- RAISE THE TABLE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE RWC-CAT-CD     TO WS-CTT-CAT-CD (WS-CAT-COUNT).
           MOVE RWC-MULTIPLIER TO WS-CTT-MULTIPLIER (WS-CAT-COUNT).
       1100-LOAD-CATEGORY-EXIT.
           EXIT.
      *
       1200-LOAD-BONUS.
           READ RWD-MCH-FILE
               AT END
                   SET WS-MCH-EOF TO TRUE
                   GO TO 1200-LOAD-BONUS-EXIT
           END-READ.
           IF WS-MCH-COUNT >= WS-MCH-MAX
               DISPLAY 'CBRWD01 ERROR: MORE THAN ' WS-MCH-MAX
                   ' MERCHANT PROMOTIONS -- RAISE THE TABLE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-MCH-COUNT.
           MOVE RWB-MERCHANT-ID TO WS-MBT-MERCHANT-ID (WS-MCH-COUNT).
           MOVE RWB-BONUS-RATE  TO WS-MBT-BONUS-RATE (WS-MCH-COUNT).
           MOVE RWB-START-DATE  TO WS-MBT-START-DATE (WS-MCH-COUNT).
           MOVE RWB-END-DATE    TO WS-MBT-END-DATE (WS-MCH-COUNT).
       1200-LOAD-BONUS-EXIT.
           EXIT.
      *
       2000-ACCRUE-POINTS.
           OPEN INPUT TRNX-EXTRACT-FILE.
           PERFORM 2100-ACCRUE-ONE-TRNX THRU 2100-ACCRUE-ONE-TRNX-EXIT
               UNTIL WS-TRNX-EOF.
           CLOSE TRNX-EXTRACT-FILE.
       2000-ACCRUE-POINTS-EXIT.
           EXIT.
      *
      * The ledger entry is written before the master is touched; a
      * transaction already on the ledger was posted by an earlier
      * run of the night and is passed over.
      *
       2100-ACCRUE-ONE-TRNX.
           READ TRNX-EXTRACT-FILE
               AT END
                   SET WS-TRNX-EOF TO TRUE
                   GO TO 2100-ACCRUE-ONE-TRNX-EXIT
           END-READ.
           ADD 1 TO WS-TRNX-COUNT.
           ADD TRNX-AMT TO WS-TRNX-HASH.
           MOVE TRNX-TYPE-CD TO WS-TRNX-TYPE-CD.
           IF WS-NO-EARN-TYPE OR TRNX-AMT NOT > 0
               GO TO 2100-ACCRUE-ONE-TRNX-EXIT
           END-IF.
           MOVE TRNX-ORIG-TS(1:4) TO WS-TD-YYYY.
           MOVE TRNX-ORIG-TS(6:2) TO WS-TD-MM.
           MOVE TRNX-ORIG-TS(9:2) TO WS-TD-DD.
           PERFORM 2200-FIND-RATE THRU 2200-FIND-RATE-EXIT.
           COMPUTE WS-POINTS = TRNX-AMT * WS-EARN-RATE
               + TRNX-AMT * WS-BONUS-RATE.
           IF WS-POINTS = 0
               GO TO 2100-ACCRUE-ONE-TRNX-EXIT
           END-IF.
           MOVE SPACES          TO RWD-LEDGER-RECORD.
           MOVE TRNX-CARD-NUM   TO RWL-CARD-NUM.
           MOVE TRNX-ID         TO RWL-TRNX-ID.
           SET RWL-IS-EARNED    TO TRUE.
           MOVE WS-RUN-YYYYMMDD TO RWL-POST-DATE.
           MOVE TRNX-AMT        TO RWL-TRNX-AMT.
           MOVE WS-POINTS       TO RWL-POINTS.
           MOVE ZEROS           TO RWL-CLAWED-POINTS.
           WRITE RWD-LEDGER-RECORD
               INVALID KEY
                   ADD 1 TO WS-EARN-DUP-COUNT
                   GO TO 2100-ACCRUE-ONE-TRNX-EXIT
           END-WRITE.
           MOVE TRNX-CARD-NUM TO RWD-CARD-NUM.
           PERFORM 7000-READ-MASTER THRU 7000-READ-MASTER-EXIT.
           IF WS-RWD-NOT-FOUND
               PERFORM 7100-NEW-MASTER THRU 7100-NEW-MASTER-EXIT
           END-IF.
           PERFORM 8000-ADD-POINTS THRU 8000-ADD-POINTS-EXIT.
           ADD WS-POINTS TO RWD-CYC-EARNED.
           PERFORM 7200-SAVE-MASTER THRU 7200-SAVE-MASTER-EXIT.
           ADD 1 TO WS-EARN-COUNT.
           ADD WS-POINTS TO WS-EARN-POINTS-TOT.
       2100-ACCRUE-ONE-TRNX-EXIT.
           EXIT.
      *
      * A promotion counts only for purchases dated inside its
      * window; a zero end date leaves it open-ended.
      *
       2200-FIND-RATE.
           MOVE WS-BASE-RATE TO WS-EARN-RATE.
           MOVE ZEROS        TO WS-BONUS-RATE.
           PERFORM 2210-CHECK-CATEGORY THRU 2210-CHECK-CATEGORY-EXIT
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT.
           IF WS-TRNX-DATE NOT NUMERIC
               MOVE ZEROS TO WS-TRNX-DATE-N
           END-IF.
           PERFORM 2220-CHECK-BONUS THRU 2220-CHECK-BONUS-EXIT
               VARYING WS-MCH-IDX FROM 1 BY 1
               UNTIL WS-MCH-IDX > WS-MCH-COUNT.
       2200-FIND-RATE-EXIT.
           EXIT.
      *
       2210-CHECK-CATEGORY.
           IF WS-CTT-CAT-CD (WS-CAT-IDX) = TRNX-CAT-CD
               MOVE WS-CTT-MULTIPLIER (WS-CAT-IDX) TO WS-EARN-RATE
               MOVE WS-CAT-COUNT TO WS-CAT-IDX
           END-IF.
       2210-CHECK-CATEGORY-EXIT.
           EXIT.
      *
       2220-CHECK-BONUS.
           IF WS-MBT-MERCHANT-ID (WS-MCH-IDX) NOT = TRNX-MERCHANT-ID
               GO TO 2220-CHECK-BONUS-EXIT
           END-IF.
           IF WS-TRNX-DATE-N < WS-MBT-START-DATE (WS-MCH-IDX)
               GO TO 2220-CHECK-BONUS-EXIT
           END-IF.
           IF WS-MBT-END-DATE (WS-MCH-IDX) NOT = 0
                   AND WS-TRNX-DATE-N > WS-MBT-END-DATE (WS-MCH-IDX)
               GO TO 2220-CHECK-BONUS-EXIT
           END-IF.
           MOVE WS-MBT-BONUS-RATE (WS-MCH-IDX) TO WS-BONUS-RATE.
           MOVE WS-MCH-COUNT TO WS-MCH-IDX.
       2220-CHECK-BONUS-EXIT.
           EXIT.
      *
       3000-CLAW-BACK.
           OPEN INPUT REV-XTRACT-FILE.
           PERFORM 3100-CLAW-BACK-ONE THRU 3100-CLAW-BACK-ONE-EXIT
               UNTIL WS-REV-EOF.
           CLOSE REV-XTRACT-FILE.
       3000-CLAW-BACK-EXIT.
           EXIT.
      *
      * Only a reversal linked to a purchase that earned has points
      * to claw back.  The reversal's own ledger entry is the rerun
      * guard; the purchase's clawed-back points cap the total, so
      * several partial reversals never take back more than it
      * earned.
      *
       3100-CLAW-BACK-ONE.
           READ REV-XTRACT-FILE
               AT END
                   SET WS-REV-EOF TO TRUE
                   GO TO 3100-CLAW-BACK-ONE-EXIT
           END-READ.
           ADD 1 TO WS-REV-COUNT.
           ADD REV-AMT TO WS-REV-HASH.
           IF NOT REV-ORIG-FOUND
               ADD 1 TO WS-CLAW-NONE-COUNT
               GO TO 3100-CLAW-BACK-ONE-EXIT
           END-IF.
           MOVE REV-CARD-NUM TO RWL-CARD-NUM.
           MOVE REV-TRNX-ID  TO RWL-TRNX-ID.
           READ RWD-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 3100-CLAW-BACK-ONE-EXIT
           END-READ.
           MOVE REV-CARD-NUM     TO RWL-CARD-NUM.
           MOVE REV-ORIG-TRNX-ID TO RWL-TRNX-ID.
           READ RWD-LEDGER-FILE
               INVALID KEY
                   ADD 1 TO WS-CLAW-NONE-COUNT
                   GO TO 3100-CLAW-BACK-ONE-EXIT
           END-READ.
           IF NOT RWL-IS-EARNED
                   OR RWL-CLAWED-POINTS NOT < RWL-POINTS
               ADD 1 TO WS-CLAW-NONE-COUNT
               GO TO 3100-CLAW-BACK-ONE-EXIT
           END-IF.
           IF REV-AMT < 0
               COMPUTE WS-REV-AMT = 0 - REV-AMT
           ELSE
               MOVE REV-AMT TO WS-REV-AMT
           END-IF.
           IF WS-REV-AMT NOT < RWL-TRNX-AMT
               COMPUTE WS-POINTS = RWL-POINTS - RWL-CLAWED-POINTS
           ELSE
               COMPUTE WS-POINTS =
                   RWL-POINTS * WS-REV-AMT / RWL-TRNX-AMT
               IF WS-POINTS > RWL-POINTS - RWL-CLAWED-POINTS
                   COMPUTE WS-POINTS =
                       RWL-POINTS - RWL-CLAWED-POINTS
               END-IF
           END-IF.
           IF WS-POINTS = 0
               ADD 1 TO WS-CLAW-NONE-COUNT
               GO TO 3100-CLAW-BACK-ONE-EXIT
           END-IF.
           ADD WS-POINTS TO RWL-CLAWED-POINTS.
           REWRITE RWD-LEDGER-RECORD.
           MOVE SPACES          TO RWD-LEDGER-RECORD.
           MOVE REV-CARD-NUM    TO RWL-CARD-NUM.
           MOVE REV-TRNX-ID     TO RWL-TRNX-ID.
           SET RWL-IS-CLAWBACK  TO TRUE.
           MOVE WS-RUN-YYYYMMDD TO RWL-POST-DATE.
           MOVE REV-AMT         TO RWL-TRNX-AMT.
           MOVE WS-POINTS       TO RWL-POINTS.
           MOVE ZEROS           TO RWL-CLAWED-POINTS.
           MOVE REV-ORIG-TRNX-ID TO RWL-REF-ID.
           WRITE RWD-LEDGER-RECORD.
           MOVE REV-CARD-NUM TO RWD-CARD-NUM.
           PERFORM 7000-READ-MASTER THRU 7000-READ-MASTER-EXIT.
           IF WS-RWD-NOT-FOUND
               PERFORM 7100-NEW-MASTER THRU 7100-NEW-MASTER-EXIT
           END-IF.
           PERFORM 8100-TAKE-POINTS THRU 8100-TAKE-POINTS-EXIT.
           ADD WS-POINTS TO RWD-CYC-CLAWBACK.
           PERFORM 7200-SAVE-MASTER THRU 7200-SAVE-MASTER-EXIT.
           ADD 1 TO WS-CLAW-COUNT.
           ADD WS-POINTS TO WS-CLAW-POINTS-TOT.
       3100-CLAW-BACK-ONE-EXIT.
           EXIT.
      *
       4000-REDEEM-POINTS.
           OPEN INPUT RWD-REDEEM-FILE.
           OPEN INPUT CRD-STATUS-FILE.
           OPEN INPUT CRD-HOLDER-FILE.
           OPEN OUTPUT RWD-FULFILL-FILE.
           PERFORM 4100-REDEEM-ONE THRU 4100-REDEEM-ONE-EXIT
               UNTIL WS-RDM-EOF.
           CLOSE RWD-REDEEM-FILE CRD-STATUS-FILE CRD-HOLDER-FILE
                 RWD-FULFILL-FILE.
       4000-REDEEM-POINTS-EXIT.
           EXIT.
      *
      * A request is honored only in full, from points the card
      * holds tonight, on a card that is not blocked and has an
      * address the vendor can ship to.  A request already on the
      * ledger as a redemption posted tonight was accepted by an
      * earlier run of the night: it goes to the rebuilt fulfillment
      * file again and its points are not taken twice.  One posted
      * on an earlier night is a duplicate.
      *
       4100-REDEEM-ONE.
           READ RWD-REDEEM-FILE
               AT END
                   SET WS-RDM-EOF TO TRUE
                   GO TO 4100-REDEEM-ONE-EXIT
           END-READ.
           ADD 1 TO WS-RDM-COUNT.
           IF RDM-POINTS NOT NUMERIC OR RDM-POINTS = 0
               MOVE 'POINTS NOT VALID' TO WS-RDM-REASON
               GO TO 4100-REJECT
           END-IF.
           ADD RDM-POINTS TO WS-RDM-POINTS-HASH.
           MOVE RDM-CARD-NUM   TO RWL-CARD-NUM.
           MOVE RDM-REQUEST-ID TO RWL-TRNX-ID.
           READ RWD-LEDGER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RWL-IS-REDEMPTION
                           AND RWL-POST-DATE = WS-RUN-YYYYMMDD
                       GO TO 4100-REFULFILL
                   END-IF
                   MOVE 'DUPLICATE REQUEST' TO WS-RDM-REASON
                   GO TO 4100-REJECT
           END-READ.
           MOVE RDM-CARD-NUM TO RWD-CARD-NUM.
           PERFORM 7000-READ-MASTER THRU 7000-READ-MASTER-EXIT.
           IF WS-RWD-NOT-FOUND
               MOVE 'NO POINTS ACCOUNT' TO WS-RDM-REASON
               GO TO 4100-REJECT
           END-IF.
           MOVE RDM-CARD-NUM TO CST-CARD-NUM.
           READ CRD-STATUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CST-IS-BLOCKED
                       MOVE 'CARD BLOCKED OR CLOSED'
                           TO WS-RDM-REASON
                       GO TO 4100-REJECT
                   END-IF
           END-READ.
           IF RWD-BALANCE < RDM-POINTS
               MOVE 'INSUFFICIENT POINTS' TO WS-RDM-REASON
               GO TO 4100-REJECT
           END-IF.
           MOVE RDM-CARD-NUM TO CHD-CARD-NUM.
           READ CRD-HOLDER-FILE
               INVALID KEY
                   MOVE 'NO SHIPPING ADDRESS' TO WS-RDM-REASON
                   GO TO 4100-REJECT
           END-READ.
           IF CHD-RETURNED-MAIL
               MOVE 'ADDRESS ON RETURNED MAIL' TO WS-RDM-REASON
               GO TO 4100-REJECT
           END-IF.
           PERFORM 4200-ACCEPT-REDEMPTION
               THRU 4200-ACCEPT-REDEMPTION-EXIT.
           GO TO 4100-REDEEM-ONE-EXIT.
       4100-REFULFILL.
           MOVE RDM-CARD-NUM TO CHD-CARD-NUM.
           READ CRD-HOLDER-FILE
               INVALID KEY
                   MOVE 'NO SHIPPING ADDRESS' TO WS-RDM-REASON
                   GO TO 4100-REJECT
           END-READ.
           ADD 1 TO WS-RDM-RERUN-COUNT.
           PERFORM 4300-WRITE-FULFILLMENT
               THRU 4300-WRITE-FULFILLMENT-EXIT.
           GO TO 4100-REDEEM-ONE-EXIT.
       4100-REJECT.
           ADD 1 TO WS-RDM-REJ-COUNT.
           PERFORM 4900-WRITE-EXCEPTION THRU 4900-WRITE-EXCEPTION-EXIT.
       4100-REDEEM-ONE-EXIT.
           EXIT.
      *
       4200-ACCEPT-REDEMPTION.
           MOVE SPACES          TO RWD-LEDGER-RECORD.
           MOVE RDM-CARD-NUM    TO RWL-CARD-NUM.
           MOVE RDM-REQUEST-ID  TO RWL-TRNX-ID.
           SET RWL-IS-REDEMPTION TO TRUE.
           MOVE WS-RUN-YYYYMMDD TO RWL-POST-DATE.
           MOVE ZEROS           TO RWL-TRNX-AMT.
           MOVE RDM-POINTS      TO RWL-POINTS.
           MOVE ZEROS           TO RWL-CLAWED-POINTS.
           MOVE RDM-ITEM-CD     TO RWL-REF-ID.
           WRITE RWD-LEDGER-RECORD.
           MOVE RDM-POINTS TO WS-POINTS.
           PERFORM 8100-TAKE-POINTS THRU 8100-TAKE-POINTS-EXIT.
           ADD WS-POINTS TO RWD-CYC-REDEEMED.
           PERFORM 7200-SAVE-MASTER THRU 7200-SAVE-MASTER-EXIT.
           PERFORM 4300-WRITE-FULFILLMENT
               THRU 4300-WRITE-FULFILLMENT-EXIT.
       4200-ACCEPT-REDEMPTION-EXIT.
           EXIT.
      *
       4300-WRITE-FULFILLMENT.
           MOVE RDM-CARD-NUM    TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE SPACES          TO RWD-FULFILL-RECORD.
           MOVE RDM-REQUEST-ID  TO FUL-REQUEST-ID.
           MOVE PAN-MASKED      TO FUL-MASKED-CARD.
           MOVE PAN-SURROGATE   TO FUL-SURROGATE.
           MOVE RDM-REQ-DATE    TO FUL-REQ-DATE.
           MOVE RDM-ITEM-CD     TO FUL-ITEM-CD.
           MOVE RDM-ITEM-DESC   TO FUL-ITEM-DESC.
           MOVE RDM-POINTS      TO FUL-POINTS.
           MOVE CHD-NAME        TO FUL-NAME.
           MOVE CHD-ADDR-LINE-1 TO FUL-ADDR-LINE-1.
           MOVE CHD-ADDR-LINE-2 TO FUL-ADDR-LINE-2.
           MOVE CHD-CITY        TO FUL-CITY.
           MOVE CHD-STATE       TO FUL-STATE.
           MOVE CHD-ZIP         TO FUL-ZIP.
           WRITE RWD-FULFILL-RECORD.
           ADD 1 TO WS-RDM-OK-COUNT.
           ADD 1 TO WS-FUL-COUNT.
           ADD RDM-POINTS TO WS-FUL-POINTS-HASH.
       4300-WRITE-FULFILLMENT-EXIT.
           EXIT.
      *
       4900-WRITE-EXCEPTION.
           MOVE RDM-CARD-NUM    TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED      TO WS-EX-CARD-NUM.
           MOVE PAN-SURROGATE   TO WS-EX-SURROGATE.
           MOVE RDM-REQUEST-ID  TO WS-EX-REQUEST-ID.
           MOVE RDM-ITEM-CD     TO WS-EX-ITEM-CD.
           IF RDM-POINTS NUMERIC
               MOVE RDM-POINTS TO WS-EX-POINTS
           ELSE
               MOVE 0 TO WS-EX-POINTS
           END-IF.
           MOVE WS-RDM-REASON   TO WS-EX-REASON.
           WRITE RWD-RPT-LINE FROM WS-EXC-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       4900-WRITE-EXCEPTION-EXIT.
           EXIT.
      *
      * One pass of the master in card order expires what has aged
      * out and, for the cards BILSUM shows cycled tonight -- also
      * in card order -- rolls the cycle into the statement block.
      * Expiry runs first, so points expiring on the closing night
      * show on that statement.
      *
       5000-EXPIRE-AND-ROLL.
           OPEN INPUT BIL-SUMMARY-FILE.
           READ BIL-SUMMARY-FILE
               AT END
                   SET WS-BIL-EOF TO TRUE
           END-READ.
           MOVE LOW-VALUES TO RWD-CARD-NUM.
           START RWD-MASTER-FILE KEY >= RWD-CARD-NUM
               INVALID KEY
                   SET WS-RWD-EOF TO TRUE
           END-START.
           PERFORM 5100-MAINTAIN-ONE THRU 5100-MAINTAIN-ONE-EXIT
               UNTIL WS-RWD-EOF.
           CLOSE BIL-SUMMARY-FILE.
       5000-EXPIRE-AND-ROLL-EXIT.
           EXIT.
      *
       5100-MAINTAIN-ONE.
           READ RWD-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-RWD-EOF TO TRUE
                   GO TO 5100-MAINTAIN-ONE-EXIT
           END-READ.
           MOVE ZEROS TO WS-EXPIRED-POINTS.
           SET WS-EXPIRE-MORE TO TRUE.
           PERFORM 5200-EXPIRE-OLDEST THRU 5200-EXPIRE-OLDEST-EXIT
               UNTIL WS-EXPIRE-DONE.
           IF WS-EXPIRED-POINTS > 0
               SUBTRACT WS-EXPIRED-POINTS FROM RWD-BALANCE
               ADD WS-EXPIRED-POINTS TO RWD-CYC-EXPIRED
               ADD 1 TO WS-EXP-ACCT-COUNT
               ADD WS-EXPIRED-POINTS TO WS-EXP-POINTS-TOT
           END-IF.
           PERFORM 5300-READ-BILLING THRU 5300-READ-BILLING-EXIT
               UNTIL WS-BIL-EOF
                   OR BIL-CARD-NUM >= RWD-CARD-NUM.
           IF NOT WS-BIL-EOF
                   AND BIL-CARD-NUM = RWD-CARD-NUM
                   AND RWD-STMT-CLOSE-DATE NOT = WS-RUN-YYYYMMDD
               PERFORM 5400-ROLL-CYCLE THRU 5400-ROLL-CYCLE-EXIT
           END-IF.
           REWRITE RWD-MASTER-RECORD.
       5100-MAINTAIN-ONE-EXIT.
           EXIT.
      *
      * The oldest bucket goes when the run month is the expiry
      * period or more past the month it was earned.
      *
       5200-EXPIRE-OLDEST.
           IF RWD-BUCKET-COUNT = 0
               SET WS-EXPIRE-DONE TO TRUE
               GO TO 5200-EXPIRE-OLDEST-EXIT
           END-IF.
           MOVE RWD-BKT-MONTH (1) TO WS-BKT-YYYYMM.
           COMPUTE WS-BKT-MONTH-NUM = WS-BKT-YYYY * 12 + WS-BKT-MM.
           IF WS-BKT-MONTH-NUM + WS-EXPIRY-MONTHS > WS-RUN-MONTH-NUM
               SET WS-EXPIRE-DONE TO TRUE
               GO TO 5200-EXPIRE-OLDEST-EXIT
           END-IF.
           ADD RWD-BKT-POINTS (1) TO WS-EXPIRED-POINTS.
           PERFORM 5210-SHIFT-BUCKET THRU 5210-SHIFT-BUCKET-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX >= RWD-BUCKET-COUNT.
           MOVE ZEROS TO RWD-BKT-MONTH (RWD-BUCKET-COUNT).
           MOVE ZEROS TO RWD-BKT-POINTS (RWD-BUCKET-COUNT).
           SUBTRACT 1 FROM RWD-BUCKET-COUNT.
       5200-EXPIRE-OLDEST-EXIT.
           EXIT.
      *
       5210-SHIFT-BUCKET.
           MOVE RWD-BUCKET (WS-BKT-IDX + 1) TO RWD-BUCKET (WS-BKT-IDX).
       5210-SHIFT-BUCKET-EXIT.
           EXIT.
      *
       5300-READ-BILLING.
           READ BIL-SUMMARY-FILE
               AT END
                   SET WS-BIL-EOF TO TRUE
           END-READ.
       5300-READ-BILLING-EXIT.
           EXIT.
      *
      * The open cycle becomes the statement block and the next
      * cycle opens from tonight's balance; opening plus earned less
      * clawed back, expired and redeemed always foots to closing.
      *
       5400-ROLL-CYCLE.
           MOVE WS-RUN-YYYYMMDD   TO RWD-STMT-CLOSE-DATE.
           MOVE RWD-CYC-OPEN-BAL  TO RWD-STMT-OPEN-BAL.
           MOVE RWD-CYC-EARNED    TO RWD-STMT-EARNED.
           MOVE RWD-CYC-CLAWBACK  TO RWD-STMT-CLAWBACK.
           MOVE RWD-CYC-EXPIRED   TO RWD-STMT-EXPIRED.
           MOVE RWD-CYC-REDEEMED  TO RWD-STMT-REDEEMED.
           MOVE RWD-BALANCE       TO RWD-STMT-CLOSE-BAL.
           MOVE RWD-BALANCE       TO RWD-CYC-OPEN-BAL.
           MOVE ZEROS             TO RWD-CYC-EARNED RWD-CYC-CLAWBACK
                                     RWD-CYC-EXPIRED RWD-CYC-REDEEMED.
           ADD 1 TO WS-ROLL-COUNT.
       5400-ROLL-CYCLE-EXIT.
           EXIT.
      *
       6000-TERMINATE.
           WRITE RWD-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'TRANSACTIONS READ'        TO WS-CL-LABEL.
           MOVE WS-TRNX-COUNT              TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'PURCHASES EARNING POINTS' TO WS-CL-LABEL.
           MOVE WS-EARN-COUNT              TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'POINTS EARNED'            TO WS-CL-LABEL.
           MOVE WS-EARN-POINTS-TOT         TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REVERSALS CLAWED BACK'    TO WS-CL-LABEL.
           MOVE WS-CLAW-COUNT              TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'POINTS CLAWED BACK'       TO WS-CL-LABEL.
           MOVE WS-CLAW-POINTS-TOT         TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REDEMPTIONS ACCEPTED'     TO WS-CL-LABEL.
           MOVE WS-RDM-OK-COUNT            TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REDEMPTIONS REJECTED'     TO WS-CL-LABEL.
           MOVE WS-RDM-REJ-COUNT           TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'POINTS REDEEMED'          TO WS-CL-LABEL.
           MOVE WS-FUL-POINTS-HASH         TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'POINTS EXPIRED'           TO WS-CL-LABEL.
           MOVE WS-EXP-POINTS-TOT          TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'STATEMENT BLOCKS ROLLED'  TO WS-CL-LABEL.
           MOVE WS-ROLL-COUNT              TO WS-CL-COUNT.
           WRITE RWD-RPT-LINE FROM WS-COUNT-LINE.
           ADD 11 TO WS-RPT-LINE-COUNT.
           CLOSE RWD-MASTER-FILE RWD-LEDGER-FILE RWD-RPT-FILE.
           PERFORM 6500-WRITE-RUN-CONTROLS
               THRU 6500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBRWD01 TRANSACTIONS READ:     ' WS-TRNX-COUNT.
           DISPLAY 'CBRWD01 PURCHASES EARNING:     ' WS-EARN-COUNT.
           DISPLAY 'CBRWD01 ALREADY ON LEDGER:     ' WS-EARN-DUP-COUNT.
           DISPLAY 'CBRWD01 NEW POINTS ACCOUNTS:   ' WS-NEW-ACCT-COUNT.
           DISPLAY 'CBRWD01 REVERSALS READ:        ' WS-REV-COUNT.
           DISPLAY 'CBRWD01 REVERSALS CLAWED BACK: ' WS-CLAW-COUNT.
           DISPLAY 'CBRWD01 REVERSALS NO POINTS:   '
               WS-CLAW-NONE-COUNT.
           DISPLAY 'CBRWD01 REDEMPTIONS ACCEPTED:  ' WS-RDM-OK-COUNT.
           DISPLAY 'CBRWD01 REDEMPTIONS REJECTED:  ' WS-RDM-REJ-COUNT.
           DISPLAY 'CBRWD01 REDEMPTIONS ON LEDGER: '
               WS-RDM-RERUN-COUNT.
           DISPLAY 'CBRWD01 ACCOUNTS EXPIRED:      ' WS-EXP-ACCT-COUNT.
           DISPLAY 'CBRWD01 STATEMENT BLOCKS:      ' WS-ROLL-COUNT.
       6000-TERMINATE-EXIT.
           EXIT.
      *
      * Redemption and fulfillment hashes are in points.
      *
       6500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBRWD01'      TO RCT-PROGRAM-ID.
           MOVE 'TRNXEXT'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-TRNX-COUNT  TO RCT-RECORD-COUNT.
           MOVE WS-TRNX-HASH   TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'REVXTR'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-REV-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-REV-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RWDRDM'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-RDM-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RDM-POINTS-HASH TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RWDFUL'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-FUL-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-FUL-POINTS-HASH TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RWDRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       6500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
      *
       7000-READ-MASTER.
           READ RWD-MASTER-FILE
               INVALID KEY
                   SET WS-RWD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-RWD-FOUND TO TRUE
           END-READ.
       7000-READ-MASTER-EXIT.
           EXIT.
      *
       7100-NEW-MASTER.
           MOVE RWD-CARD-NUM TO WS-HOLD-CARD-NUM.
           INITIALIZE RWD-MASTER-RECORD.
           MOVE WS-HOLD-CARD-NUM TO RWD-CARD-NUM.
           MOVE WS-RUN-YYYYMMDD TO RWD-OPEN-DATE.
           ADD 1 TO WS-NEW-ACCT-COUNT.
       7100-NEW-MASTER-EXIT.
           EXIT.
      *
       7200-SAVE-MASTER.
           MOVE WS-RUN-YYYYMMDD TO RWD-LAST-ACTIVITY-DATE.
           IF WS-RWD-FOUND
               REWRITE RWD-MASTER-RECORD
           ELSE
               WRITE RWD-MASTER-RECORD
               SET WS-RWD-FOUND TO TRUE
           END-IF.
       7200-SAVE-MASTER-EXIT.
           EXIT.
      *
      * Earned points first pay off any deficit left by a clawback
      * of points already spent; the rest goes in this month's
      * bucket.  A full bucket table -- possible only if the expiry
      * period is shortened below the months already held -- adds
      * to the newest bucket.
      *
       8000-ADD-POINTS.
           ADD WS-POINTS TO RWD-BALANCE.
           MOVE WS-POINTS TO WS-POINTS-LEFT.
           IF RWD-DEFICIT > 0
               IF RWD-DEFICIT NOT < WS-POINTS-LEFT
                   SUBTRACT WS-POINTS-LEFT FROM RWD-DEFICIT
                   MOVE ZEROS TO WS-POINTS-LEFT
               ELSE
                   SUBTRACT RWD-DEFICIT FROM WS-POINTS-LEFT
                   MOVE ZEROS TO RWD-DEFICIT
               END-IF
           END-IF.
           IF WS-POINTS-LEFT = 0
               GO TO 8000-ADD-POINTS-EXIT
           END-IF.
           IF RWD-BUCKET-COUNT > 0
               IF RWD-BKT-MONTH (RWD-BUCKET-COUNT) = WS-RUN-YYYYMM
                       OR RWD-BUCKET-COUNT >= WS-BKT-MAX
                   ADD WS-POINTS-LEFT
                       TO RWD-BKT-POINTS (RWD-BUCKET-COUNT)
                   GO TO 8000-ADD-POINTS-EXIT
               END-IF
           END-IF.
           ADD 1 TO RWD-BUCKET-COUNT.
           MOVE WS-RUN-YYYYMM  TO RWD-BKT-MONTH (RWD-BUCKET-COUNT).
           MOVE WS-POINTS-LEFT TO RWD-BKT-POINTS (RWD-BUCKET-COUNT).
       8000-ADD-POINTS-EXIT.
           EXIT.
      *
      * Points are taken from the oldest bucket first; whatever the
      * buckets cannot cover -- a clawback of points already spent --
      * is carried as a deficit.
      *
       8100-TAKE-POINTS.
           SUBTRACT WS-POINTS FROM RWD-BALANCE.
           MOVE WS-POINTS TO WS-POINTS-LEFT.
           PERFORM 8110-TAKE-FROM-BUCKET
               THRU 8110-TAKE-FROM-BUCKET-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1
               UNTIL WS-BKT-IDX > RWD-BUCKET-COUNT
                   OR WS-POINTS-LEFT = 0.
           ADD WS-POINTS-LEFT TO RWD-DEFICIT.
       8100-TAKE-POINTS-EXIT.
           EXIT.
      *
       8110-TAKE-FROM-BUCKET.
           IF RWD-BKT-POINTS (WS-BKT-IDX) NOT < WS-POINTS-LEFT
               MOVE WS-POINTS-LEFT TO WS-POINTS-TAKEN
           ELSE
               MOVE RWD-BKT-POINTS (WS-BKT-IDX) TO WS-POINTS-TAKEN
           END-IF.
           SUBTRACT WS-POINTS-TAKEN FROM RWD-BKT-POINTS (WS-BKT-IDX).
           SUBTRACT WS-POINTS-TAKEN FROM WS-POINTS-LEFT.
       8110-TAKE-FROM-BUCKET-EXIT.
           EXIT.
