      ******************************************************************
      * CardDemo - Charge-Off And Recovery Step
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
      * Writes off the cards the delinquency master has carried past the
      * point of collection and tracks what comes back on them.  Run
      * after CBDLQ01 has aged the master for the night and CBRTN01 has
      * put the night's returned payments back on it.  The recoveries
      * CBPAY01 routed off tonight's payments -- payments on cards
      * already on the CHGOFF01 charge-off master -- are posted first:
      * each adds to the card's amount recovered, a card whose
      * recoveries reach the balance written off is marked fully
      * recovered, and every recovery prints on the recovery report with
      * the written-off balance outstanding before and after.  A full
      * pass of the DLQMAST1 delinquency master then charges off every
      * card whose days past due have reached the CHOPARM1 threshold
      * (180 days when no parameter is supplied): the balance owed is
      * written off, split into the finance charge billed since the
      * card's position was set and the principal remainder, a
      * charge-off master record is written and the card is taken off
      * the delinquency master, so it drops off the collections worklist
      * and no later night can charge it off twice.  The card's current
      * balance and payments since statement on the ACTBAL01 account
      * balance master are zeroed, the balance now being carried on the
      * charge-off master, and CBSTM01 and CBBIL01 pass the card over
      * from then on.  Every charge-off prints on the charge-off
      * register for finance sign-off, card numbers masked through
      * CBPAN01 like every other print file.  The night's charge-offs
      * and recoveries are added to the CHOTOT01 monthly totals master
      * under the month of the business date, and the register closes
      * with the month-by-month charge-off and recovery totals for the
      * year to date.  The run date is the business date on the PRCDATE1
      * processing date control record, fetched through CBPRD01.  At end
      * of run a RUNCTL01 control record is appended to the shared
      * control file for each file handled, feeding the CBBAL01
      * end-of-stream balance; the charge-off master's control counts
      * and totals every card it carries with tonight's charge-off date,
      * so a rerun reports the same control as the first run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCHO01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHO-PARM-FILE ASSIGN TO CHOPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCY-POSTED-FILE ASSIGN TO RCYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DLQ-MASTER-FILE ASSIGN TO DLQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-CARD-NUM.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-CARD-NUM.
           SELECT OPTIONAL ACT-BALANCE-FILE ASSIGN TO ACTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ABL-CARD-NUM.
           SELECT OPTIONAL CHO-TOTAL-FILE ASSIGN TO CHOTOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHT-MONTH.
           SELECT CHO-RPT-FILE     ASSIGN TO CHORPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCY-RPT-FILE     ASSIGN TO RCYRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CHO-PARM-FILE
           RECORDING MODE IS F.
           COPY CHOPARM1.
      *
       FD  RCY-POSTED-FILE
           RECORDING MODE IS F.
           COPY PAYPST01.
      *
       FD  DLQ-MASTER-FILE.
           COPY DLQMAST1.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  ACT-BALANCE-FILE.
           COPY ACTBAL01.
      *
       FD  CHO-TOTAL-FILE.
           COPY CHOTOT01.
      *
       FD  CHO-RPT-FILE
           RECORDING MODE IS F.
       01  CHO-RPT-LINE                PIC X(110).
      *
       FD  RCY-RPT-FILE
           RECORDING MODE IS F.
       01  RCY-RPT-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-RCY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RCY-EOF              VALUE 'Y'.
       77  WS-DLQ-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-DLQ-EOF              VALUE 'Y'.
       77  WS-CHT-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CHT-EOF              VALUE 'Y'.
       77  WS-CHO-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CHO-EOF              VALUE 'Y'.
       77  WS-CHO-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CHO-FOUND            VALUE 'Y'.
           88  WS-CHO-NOT-FOUND        VALUE 'N'.
       77  WS-CHT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CHT-FOUND            VALUE 'Y'.
           88  WS-CHT-NOT-FOUND        VALUE 'N'.
      *
       77  WS-RCY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RCY-POSTED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-POSTED-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RCY-REJECT-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-CLOSED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-DLQ-READ-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-CHO-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-CHO-PRINCIPAL            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHO-FIN-CHG              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHO-TOTAL                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHO-DUP-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-ABL-CLEARED-COUNT        PIC 9(09)   COMP VALUE 0.
       77  WS-CHO-RPT-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-RPT-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-CTL-CHO-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-CTL-CHO-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-CCYYMM           PIC 9(06).
           05  FILLER                  PIC 9(02).
       01  WS-RUN-MONTH-PARTS REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-CCYY             PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-YEAR-START-MONTH         PIC 9(06)   VALUE ZEROS.
      *
       01  WS-DPD-THRESHOLD            PIC 9(03)   VALUE 0.
       01  WS-FIN-CHG-PART             PIC S9(09)V99 VALUE 0.
       01  WS-LAST-RCY-CARD            PIC X(16)   VALUE LOW-VALUES.
       01  WS-RCY-REMAIN               PIC S9(09)V99 VALUE 0.
       01  WS-RCY-REASON               PIC X(30)   VALUE SPACES.
      *
       01  WS-YTD-TOTALS.
           05  WS-YTD-CHO-COUNT        PIC 9(09)   VALUE 0.
           05  WS-YTD-CHO-PRINCIPAL    PIC S9(13)V99 VALUE 0.
           05  WS-YTD-CHO-FIN-CHG      PIC S9(13)V99 VALUE 0.
           05  WS-YTD-CHO-TOTAL        PIC S9(13)V99 VALUE 0.
           05  WS-YTD-RCY-COUNT        PIC 9(09)   VALUE 0.
           05  WS-YTD-RCY-AMT          PIC S9(13)V99 VALUE 0.
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
       01  WS-CHO-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(36)   VALUE
               'CARDDEMO CHARGE-OFF REGISTER'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-CH1-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(20)   VALUE
               'THRESHOLD DAYS PAST '.
           05  WS-CH1-THRESHOLD        PIC ZZ9.
      *
       01  WS-CHO-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(10)   VALUE 'DUE DATE'.
           05  FILLER                  PIC X(08)   VALUE '    DAYS'.
           05  FILLER                  PIC X(17)   VALUE
               '        PRINCIPAL'.
           05  FILLER                  PIC X(17)   VALUE
               '   FINANCE CHARGE'.
           05  FILLER                  PIC X(17)   VALUE
               '    TOTAL WRITTEN'.
      *
       01  WS-CHO-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CO-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-DUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-DAYS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-PRINCIPAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-FIN-CHG           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CO-NOTE              PIC X(12).
      *
       01  WS-CHO-TOTAL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CT-LABEL             PIC X(30).
           05  WS-CT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CT-PRINCIPAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CT-FIN-CHG           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CT-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-SIGNOFF-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(42)   VALUE
               'PREPARED BY ______________________________'.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(42)   VALUE
               'APPROVED BY ______________________________'.
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  FILLER                  PIC X(15)   VALUE
               'DATE __________'.
      *
       01  WS-MONTH-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(46)   VALUE
               'MONTHLY CHARGE-OFF AND RECOVERY TOTALS - YEAR '.
           05  WS-MH1-YEAR             PIC 9(04).
      *
       01  WS-MONTH-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(08)   VALUE 'MONTH'.
           05  FILLER                  PIC X(08)   VALUE '   CARDS'.
           05  FILLER                  PIC X(19)   VALUE
               '          PRINCIPAL'.
           05  FILLER                  PIC X(19)   VALUE
               '     FINANCE CHARGE'.
           05  FILLER                  PIC X(19)   VALUE
               '      TOTAL WRITTEN'.
           05  FILLER                  PIC X(08)   VALUE '  RCY CT'.
           05  FILLER                  PIC X(19)   VALUE
               '         RECOVERIES'.
      *
       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-MONTH             PIC X(07).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-CHO-COUNT         PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-ML-PRINCIPAL         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-ML-FIN-CHG           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-ML-TOTAL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-RCY-COUNT         PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-ML-RCY-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-RCY-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(36)   VALUE
               'CARDDEMO CHARGE-OFF RECOVERIES'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-RH1-RUN-DATE         PIC 9(08).
      *
       01  WS-RCY-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(10)   VALUE 'PAY DATE'.
           05  FILLER                  PIC X(04)   VALUE 'SRC'.
           05  FILLER                  PIC X(15)   VALUE
               '      RECOVERED'.
           05  FILLER                  PIC X(17)   VALUE
               '   WRITTEN OFF'.
           05  FILLER                  PIC X(17)   VALUE
               '   OUTSTANDING'.
           05  FILLER                  PIC X(17)   VALUE 'NOTE'.
      *
       01  WS-RCY-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RL-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-PAY-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-SOURCE            PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-WRITTEN-OFF       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-OUTSTANDING       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RL-NOTE              PIC X(30).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CL-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-BLANK-LINE               PIC X(110)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-RECOVERIES THRU 2000-POST-RECOVERIES-EXIT.
           PERFORM 3000-CHARGE-OFF-CARDS
               THRU 3000-CHARGE-OFF-CARDS-EXIT.
           PERFORM 3500-TOTAL-CHARGE-OFFS
               THRU 3500-TOTAL-CHARGE-OFFS-EXIT.
           PERFORM 4000-UPDATE-MONTH-TOTALS
               THRU 4000-UPDATE-MONTH-TOTALS-EXIT.
           PERFORM 5000-PRINT-MONTH-TOTALS
               THRU 5000-PRINT-MONTH-TOTALS-EXIT.
           PERFORM 6000-TERMINATE THRU 6000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBCHO01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT CHO-PARM-FILE.
           READ CHO-PARM-FILE
               AT END
                   MOVE 180 TO CHP-DPD-THRESHOLD
           END-READ.
           MOVE CHP-DPD-THRESHOLD TO WS-DPD-THRESHOLD.
           CLOSE CHO-PARM-FILE.
           IF WS-DPD-THRESHOLD = 0
               MOVE 180 TO WS-DPD-THRESHOLD
           END-IF.
           OPEN I-O CHG-OFF-FILE.
           OPEN OUTPUT CHO-RPT-FILE.
           OPEN OUTPUT RCY-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD  TO WS-CH1-RUN-DATE.
           MOVE WS-DPD-THRESHOLD TO WS-CH1-THRESHOLD.
           WRITE CHO-RPT-LINE FROM WS-CHO-HDR-LINE-1.
           WRITE CHO-RPT-LINE FROM WS-CHO-HDR-LINE-2.
           ADD 2 TO WS-CHO-RPT-COUNT.
           MOVE WS-RUN-YYYYMMDD  TO WS-RH1-RUN-DATE.
           WRITE RCY-RPT-LINE FROM WS-RCY-HDR-LINE-1.
           WRITE RCY-RPT-LINE FROM WS-RCY-HDR-LINE-2.
           ADD 2 TO WS-RCY-RPT-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       2000-POST-RECOVERIES.
           OPEN INPUT RCY-POSTED-FILE.
           PERFORM 2100-POST-ONE-RECOVERY
               THRU 2100-POST-ONE-RECOVERY-EXIT
               UNTIL WS-RCY-EOF.
           CLOSE RCY-POSTED-FILE.
       2000-POST-RECOVERIES-EXIT.
           EXIT.
      *
      * CBPAY01 writes a card's recoveries together, so a card whose
      * master already shows a recovery posted tonight, met here for
      * the first time this run, is a rerun of the night and is not
      * posted again.
      *
       2100-POST-ONE-RECOVERY.
           READ RCY-POSTED-FILE
               AT END
                   SET WS-RCY-EOF TO TRUE
                   GO TO 2100-POST-ONE-RECOVERY-EXIT
           END-READ.
           ADD 1 TO WS-RCY-COUNT.
           ADD PST-PAY-AMT TO WS-RCY-HASH.
           MOVE PST-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   SET WS-CHO-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHO-FOUND TO TRUE
           END-READ.
           IF WS-CHO-NOT-FOUND
               MOVE ZEROS TO CHO-BALANCE CHO-RECOVERED
               MOVE 'NOT ON CHARGE-OFF MASTER' TO WS-RCY-REASON
               PERFORM 2300-REJECT-RECOVERY
                   THRU 2300-REJECT-RECOVERY-EXIT
               GO TO 2100-POST-ONE-RECOVERY-EXIT
           END-IF.
           IF CHO-LAST-RCY-DATE = WS-RUN-YYYYMMDD
                   AND PST-CARD-NUM NOT = WS-LAST-RCY-CARD
               MOVE 'ALREADY POSTED TONIGHT' TO WS-RCY-REASON
               PERFORM 2300-REJECT-RECOVERY
                   THRU 2300-REJECT-RECOVERY-EXIT
               GO TO 2100-POST-ONE-RECOVERY-EXIT
           END-IF.
           MOVE PST-CARD-NUM TO WS-LAST-RCY-CARD.
           ADD PST-PAY-AMT TO CHO-RECOVERED.
           ADD 1 TO CHO-RCY-COUNT.
           IF CHO-LAST-RCY-DATE = WS-RUN-YYYYMMDD
                   AND CHO-LAST-RCY-AMT NUMERIC
               ADD PST-PAY-AMT TO CHO-LAST-RCY-AMT
           ELSE
               MOVE PST-PAY-AMT TO CHO-LAST-RCY-AMT
           END-IF.
           MOVE WS-RUN-YYYYMMDD TO CHO-LAST-RCY-DATE.
           MOVE SPACES TO WS-RCY-REASON.
           IF CHO-RECOVERED >= CHO-BALANCE
                   AND CHO-IS-OPEN
               SET CHO-IS-RECOVERED TO TRUE
               ADD 1 TO WS-RCY-CLOSED-COUNT
               MOVE 'FULLY RECOVERED' TO WS-RCY-REASON
           END-IF.
           REWRITE CHG-OFF-RECORD.
           ADD 1 TO WS-RCY-POSTED-COUNT.
           ADD PST-PAY-AMT TO WS-RCY-POSTED-AMT.
           PERFORM 2200-PRINT-RECOVERY THRU 2200-PRINT-RECOVERY-EXIT.
       2100-POST-ONE-RECOVERY-EXIT.
           EXIT.
      *
       2200-PRINT-RECOVERY.
           MOVE PST-CARD-NUM   TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED     TO WS-RL-CARD-NUM.
           MOVE PAN-SURROGATE  TO WS-RL-SURROGATE.
           MOVE PST-PAY-DATE   TO WS-RL-PAY-DATE.
           MOVE PST-SOURCE-CD  TO WS-RL-SOURCE.
           MOVE PST-PAY-AMT    TO WS-RL-AMT.
           MOVE CHO-BALANCE    TO WS-RL-WRITTEN-OFF.
           COMPUTE WS-RCY-REMAIN = CHO-BALANCE - CHO-RECOVERED.
           MOVE WS-RCY-REMAIN  TO WS-RL-OUTSTANDING.
           MOVE WS-RCY-REASON  TO WS-RL-NOTE.
           WRITE RCY-RPT-LINE FROM WS-RCY-LINE.
           ADD 1 TO WS-RCY-RPT-COUNT.
       2200-PRINT-RECOVERY-EXIT.
           EXIT.
      *
       2300-REJECT-RECOVERY.
           ADD 1 TO WS-RCY-REJECT-COUNT.
           PERFORM 2200-PRINT-RECOVERY THRU 2200-PRINT-RECOVERY-EXIT.
       2300-REJECT-RECOVERY-EXIT.
           EXIT.
      *
      * CBDLQ01 restates days past due every night, so the threshold
      * is tested against tonight's figure.  The finance charge
      * written off is what was billed since the position was set,
      * never more than the balance owed; the principal is the rest.
      *
       3000-CHARGE-OFF-CARDS.
           OPEN I-O DLQ-MASTER-FILE.
           OPEN I-O ACT-BALANCE-FILE.
           MOVE LOW-VALUES TO DLQ-CARD-NUM.
           START DLQ-MASTER-FILE KEY >= DLQ-CARD-NUM
               INVALID KEY
                   SET WS-DLQ-EOF TO TRUE
           END-START.
           IF NOT WS-DLQ-EOF
               PERFORM 3100-CHECK-ONE-CARD THRU 3100-CHECK-ONE-CARD-EXIT
                   UNTIL WS-DLQ-EOF
           END-IF.
           CLOSE DLQ-MASTER-FILE ACT-BALANCE-FILE.
           WRITE CHO-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'CARDS CHARGED OFF TONIGHT' TO WS-CT-LABEL.
           MOVE WS-CHO-COUNT     TO WS-CT-COUNT.
           MOVE WS-CHO-PRINCIPAL TO WS-CT-PRINCIPAL.
           MOVE WS-CHO-FIN-CHG   TO WS-CT-FIN-CHG.
           MOVE WS-CHO-TOTAL     TO WS-CT-TOTAL.
           WRITE CHO-RPT-LINE FROM WS-CHO-TOTAL-LINE.
           WRITE CHO-RPT-LINE FROM WS-BLANK-LINE.
           WRITE CHO-RPT-LINE FROM WS-SIGNOFF-LINE.
           ADD 4 TO WS-CHO-RPT-COUNT.
       3000-CHARGE-OFF-CARDS-EXIT.
           EXIT.
      *
       3100-CHECK-ONE-CARD.
           READ DLQ-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-DLQ-EOF TO TRUE
                   GO TO 3100-CHECK-ONE-CARD-EXIT
           END-READ.
           ADD 1 TO WS-DLQ-READ-COUNT.
           IF DLQ-DAYS-PAST-DUE < WS-DPD-THRESHOLD
                   OR DLQ-NEW-BALANCE NOT > 0
               GO TO 3100-CHECK-ONE-CARD-EXIT
           END-IF.
           MOVE ZEROS TO WS-FIN-CHG-PART.
           IF DLQ-FIN-CHG-SINCE-DUE NUMERIC
                   AND DLQ-FIN-CHG-SINCE-DUE > 0
               MOVE DLQ-FIN-CHG-SINCE-DUE TO WS-FIN-CHG-PART
           END-IF.
           IF WS-FIN-CHG-PART > DLQ-NEW-BALANCE
               MOVE DLQ-NEW-BALANCE TO WS-FIN-CHG-PART
           END-IF.
           MOVE SPACES            TO CHG-OFF-RECORD.
           MOVE DLQ-CARD-NUM      TO CHO-CARD-NUM.
           MOVE WS-RUN-YYYYMMDD   TO CHO-CHGOFF-DATE.
           MOVE DLQ-DUE-DATE      TO CHO-DUE-DATE.
           MOVE DLQ-DAYS-PAST-DUE TO CHO-DAYS-PAST-DUE.
           MOVE DLQ-NEW-BALANCE   TO CHO-BALANCE.
           MOVE WS-FIN-CHG-PART   TO CHO-FIN-CHG.
           COMPUTE CHO-PRINCIPAL = DLQ-NEW-BALANCE - WS-FIN-CHG-PART.
           MOVE ZEROS             TO CHO-RECOVERED.
           MOVE ZEROS             TO CHO-RCY-COUNT.
           MOVE ZEROS             TO CHO-LAST-RCY-DATE.
           MOVE ZEROS             TO CHO-LAST-RCY-AMT.
           SET CHO-IS-OPEN        TO TRUE.
           MOVE SPACES            TO WS-CO-NOTE.
           WRITE CHG-OFF-RECORD
               INVALID KEY
                   ADD 1 TO WS-CHO-DUP-COUNT
                   MOVE 'ALREADY OFF' TO WS-CO-NOTE
                   PERFORM 3200-PRINT-CHARGE-OFF
                       THRU 3200-PRINT-CHARGE-OFF-EXIT
                   DELETE DLQ-MASTER-FILE RECORD
                   PERFORM 3150-CLEAR-BALANCE
                       THRU 3150-CLEAR-BALANCE-EXIT
                   GO TO 3100-CHECK-ONE-CARD-EXIT
           END-WRITE.
           DELETE DLQ-MASTER-FILE RECORD.
           PERFORM 3150-CLEAR-BALANCE THRU 3150-CLEAR-BALANCE-EXIT.
           ADD 1 TO WS-CHO-COUNT.
           ADD CHO-PRINCIPAL TO WS-CHO-PRINCIPAL.
           ADD CHO-FIN-CHG   TO WS-CHO-FIN-CHG.
           ADD CHO-BALANCE   TO WS-CHO-TOTAL.
           PERFORM 3200-PRINT-CHARGE-OFF
               THRU 3200-PRINT-CHARGE-OFF-EXIT.
       3100-CHECK-ONE-CARD-EXIT.
           EXIT.
      *
      * The last statement figures stay on the balance master as
      * history; only what the card is carried at going forward is
      * cleared.  A card already off is cleared again, which is
      * harmless.
      *
       3150-CLEAR-BALANCE.
           MOVE CHO-CARD-NUM TO ABL-CARD-NUM.
           READ ACT-BALANCE-FILE
               INVALID KEY
                   GO TO 3150-CLEAR-BALANCE-EXIT
           END-READ.
           MOVE ZEROS TO ABL-CUR-BALANCE.
           MOVE ZEROS TO ABL-CYC-PAYMENTS.
           REWRITE ACT-BALANCE-RECORD.
           ADD 1 TO WS-ABL-CLEARED-COUNT.
       3150-CLEAR-BALANCE-EXIT.
           EXIT.
      *
       3200-PRINT-CHARGE-OFF.
           MOVE CHO-CARD-NUM      TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED        TO WS-CO-CARD-NUM.
           MOVE PAN-SURROGATE     TO WS-CO-SURROGATE.
           MOVE CHO-DUE-DATE      TO WS-CO-DUE-DATE.
           MOVE CHO-DAYS-PAST-DUE TO WS-CO-DAYS.
           MOVE CHO-PRINCIPAL     TO WS-CO-PRINCIPAL.
           MOVE CHO-FIN-CHG       TO WS-CO-FIN-CHG.
           MOVE CHO-BALANCE       TO WS-CO-TOTAL.
           WRITE CHO-RPT-LINE FROM WS-CHO-LINE.
           ADD 1 TO WS-CHO-RPT-COUNT.
       3200-PRINT-CHARGE-OFF-EXIT.
           EXIT.
      *
      * The CHGOFF control is taken off the master, not off tonight's
      * writes: every card carrying tonight's charge-off date, at the
      * balance written off.  A rerun finds its cards already off
      * and charges off nothing, but its control still agrees with
      * the master CBGLJ01 totals the same way.
      *
       3500-TOTAL-CHARGE-OFFS.
           MOVE LOW-VALUES TO CHO-CARD-NUM.
           START CHG-OFF-FILE KEY >= CHO-CARD-NUM
               INVALID KEY
                   SET WS-CHO-EOF TO TRUE
           END-START.
           IF NOT WS-CHO-EOF
               PERFORM 3510-READ-CHARGE-OFF
                   THRU 3510-READ-CHARGE-OFF-EXIT
                   UNTIL WS-CHO-EOF
           END-IF.
       3500-TOTAL-CHARGE-OFFS-EXIT.
           EXIT.
      *
       3510-READ-CHARGE-OFF.
           READ CHG-OFF-FILE NEXT RECORD
               AT END
                   SET WS-CHO-EOF TO TRUE
                   GO TO 3510-READ-CHARGE-OFF-EXIT
           END-READ.
           IF CHO-CHGOFF-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-CTL-CHO-COUNT
               ADD CHO-BALANCE TO WS-CTL-CHO-AMT
           END-IF.
       3510-READ-CHARGE-OFF-EXIT.
           EXIT.
      *
       4000-UPDATE-MONTH-TOTALS.
           OPEN I-O CHO-TOTAL-FILE.
           MOVE WS-RUN-CCYYMM TO CHT-MONTH.
           READ CHO-TOTAL-FILE
               INVALID KEY
                   SET WS-CHT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHT-FOUND TO TRUE
           END-READ.
           IF WS-CHT-NOT-FOUND
               MOVE SPACES        TO CHG-OFF-TOTAL-RECORD
               MOVE WS-RUN-CCYYMM TO CHT-MONTH
               MOVE ZEROS         TO CHT-CHGOFF-COUNT
               MOVE ZEROS         TO CHT-CHGOFF-PRINCIPAL
               MOVE ZEROS         TO CHT-CHGOFF-FIN-CHG
               MOVE ZEROS         TO CHT-CHGOFF-TOTAL
               MOVE ZEROS         TO CHT-RCY-COUNT
               MOVE ZEROS         TO CHT-RCY-AMT
           END-IF.
           ADD WS-CHO-COUNT        TO CHT-CHGOFF-COUNT.
           ADD WS-CHO-PRINCIPAL    TO CHT-CHGOFF-PRINCIPAL.
           ADD WS-CHO-FIN-CHG      TO CHT-CHGOFF-FIN-CHG.
           ADD WS-CHO-TOTAL        TO CHT-CHGOFF-TOTAL.
           ADD WS-RCY-POSTED-COUNT TO CHT-RCY-COUNT.
           ADD WS-RCY-POSTED-AMT   TO CHT-RCY-AMT.
           IF WS-CHT-FOUND
               REWRITE CHG-OFF-TOTAL-RECORD
           ELSE
               WRITE CHG-OFF-TOTAL-RECORD
           END-IF.
           CLOSE CHO-TOTAL-FILE.
       4000-UPDATE-MONTH-TOTALS-EXIT.
           EXIT.
      *
      * Every month of the business date's year that has a totals
      * record prints, January through tonight's month, with the
      * year-to-date sum beneath.
      *
       5000-PRINT-MONTH-TOTALS.
           WRITE CHO-RPT-LINE FROM WS-BLANK-LINE.
           MOVE WS-RUN-CCYY TO WS-MH1-YEAR.
           WRITE CHO-RPT-LINE FROM WS-MONTH-HDR-LINE-1.
           WRITE CHO-RPT-LINE FROM WS-MONTH-HDR-LINE-2.
           ADD 3 TO WS-CHO-RPT-COUNT.
           COMPUTE WS-YEAR-START-MONTH = WS-RUN-CCYY * 100 + 1.
           OPEN INPUT CHO-TOTAL-FILE.
           MOVE WS-YEAR-START-MONTH TO CHT-MONTH.
           START CHO-TOTAL-FILE KEY >= CHT-MONTH
               INVALID KEY
                   SET WS-CHT-EOF TO TRUE
           END-START.
           IF NOT WS-CHT-EOF
               PERFORM 5100-PRINT-ONE-MONTH
                   THRU 5100-PRINT-ONE-MONTH-EXIT
                   UNTIL WS-CHT-EOF
           END-IF.
           CLOSE CHO-TOTAL-FILE.
           MOVE 'YTD'                TO WS-ML-MONTH.
           MOVE WS-YTD-CHO-COUNT     TO WS-ML-CHO-COUNT.
           MOVE WS-YTD-CHO-PRINCIPAL TO WS-ML-PRINCIPAL.
           MOVE WS-YTD-CHO-FIN-CHG   TO WS-ML-FIN-CHG.
           MOVE WS-YTD-CHO-TOTAL     TO WS-ML-TOTAL.
           MOVE WS-YTD-RCY-COUNT     TO WS-ML-RCY-COUNT.
           MOVE WS-YTD-RCY-AMT       TO WS-ML-RCY-AMT.
           WRITE CHO-RPT-LINE FROM WS-MONTH-LINE.
           ADD 1 TO WS-CHO-RPT-COUNT.
       5000-PRINT-MONTH-TOTALS-EXIT.
           EXIT.
      *
       5100-PRINT-ONE-MONTH.
           READ CHO-TOTAL-FILE NEXT RECORD
               AT END
                   SET WS-CHT-EOF TO TRUE
                   GO TO 5100-PRINT-ONE-MONTH-EXIT
           END-READ.
           IF CHT-MONTH > WS-RUN-CCYYMM
               SET WS-CHT-EOF TO TRUE
               GO TO 5100-PRINT-ONE-MONTH-EXIT
           END-IF.
           MOVE SPACES               TO WS-ML-MONTH.
           MOVE CHT-MONTH(1:4)       TO WS-ML-MONTH(1:4).
           MOVE '-'                  TO WS-ML-MONTH(5:1).
           MOVE CHT-MONTH(5:2)       TO WS-ML-MONTH(6:2).
           MOVE CHT-CHGOFF-COUNT     TO WS-ML-CHO-COUNT.
           MOVE CHT-CHGOFF-PRINCIPAL TO WS-ML-PRINCIPAL.
           MOVE CHT-CHGOFF-FIN-CHG   TO WS-ML-FIN-CHG.
           MOVE CHT-CHGOFF-TOTAL     TO WS-ML-TOTAL.
           MOVE CHT-RCY-COUNT        TO WS-ML-RCY-COUNT.
           MOVE CHT-RCY-AMT          TO WS-ML-RCY-AMT.
           WRITE CHO-RPT-LINE FROM WS-MONTH-LINE.
           ADD 1 TO WS-CHO-RPT-COUNT.
           ADD CHT-CHGOFF-COUNT     TO WS-YTD-CHO-COUNT.
           ADD CHT-CHGOFF-PRINCIPAL TO WS-YTD-CHO-PRINCIPAL.
           ADD CHT-CHGOFF-FIN-CHG   TO WS-YTD-CHO-FIN-CHG.
           ADD CHT-CHGOFF-TOTAL     TO WS-YTD-CHO-TOTAL.
           ADD CHT-RCY-COUNT        TO WS-YTD-RCY-COUNT.
           ADD CHT-RCY-AMT          TO WS-YTD-RCY-AMT.
       5100-PRINT-ONE-MONTH-EXIT.
           EXIT.
      *
       6000-TERMINATE.
           WRITE RCY-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'RECOVERIES READ'        TO WS-CL-LABEL.
           MOVE WS-RCY-COUNT             TO WS-CL-COUNT.
           MOVE WS-RCY-HASH              TO WS-CL-AMT.
           WRITE RCY-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECOVERIES POSTED'      TO WS-CL-LABEL.
           MOVE WS-RCY-POSTED-COUNT      TO WS-CL-COUNT.
           MOVE WS-RCY-POSTED-AMT        TO WS-CL-AMT.
           WRITE RCY-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECOVERIES NOT POSTED'  TO WS-CL-LABEL.
           MOVE WS-RCY-REJECT-COUNT      TO WS-CL-COUNT.
           COMPUTE WS-CL-AMT = WS-RCY-HASH - WS-RCY-POSTED-AMT.
           WRITE RCY-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'CARDS FULLY RECOVERED'  TO WS-CL-LABEL.
           MOVE WS-RCY-CLOSED-COUNT      TO WS-CL-COUNT.
           MOVE ZERO                     TO WS-CL-AMT.
           WRITE RCY-RPT-LINE FROM WS-COUNT-LINE.
           ADD 5 TO WS-RCY-RPT-COUNT.
           CLOSE CHG-OFF-FILE CHO-RPT-FILE RCY-RPT-FILE.
           PERFORM 6500-WRITE-RUN-CONTROLS
               THRU 6500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBCHO01 RECOVERIES READ:       ' WS-RCY-COUNT.
           DISPLAY 'CBCHO01 RECOVERIES POSTED:     '
               WS-RCY-POSTED-COUNT.
           DISPLAY 'CBCHO01 RECOVERIES NOT POSTED: '
               WS-RCY-REJECT-COUNT.
           DISPLAY 'CBCHO01 DLQ CARDS READ:        ' WS-DLQ-READ-COUNT.
           DISPLAY 'CBCHO01 CARDS CHARGED OFF:     ' WS-CHO-COUNT.
           DISPLAY 'CBCHO01 ALREADY CHARGED OFF:   ' WS-CHO-DUP-COUNT.
           DISPLAY 'CBCHO01 BALANCES CLEARED:      '
               WS-ABL-CLEARED-COUNT.
       6000-TERMINATE-EXIT.
           EXIT.
      *
       6500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBCHO01'      TO RCT-PROGRAM-ID.
           MOVE 'RCYPST'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-RCY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RCY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'CHGOFF'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-CTL-CHO-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-CTL-CHO-AMT TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'CHORPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-CHO-RPT-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RCYRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RCY-RPT-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       6500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
