      ******************************************************************
      * CardDemo - ACH Return Item Step
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
      * Unwinds the ACH payments the bank returned unpaid.  Run after
      * CBDLQ01 and ahead of CBCHO01, so a card charged off tonight is
      * written off with its returned payments already back on the
      * balance.  Tonight's PAYPST01 posted payments and the RCYPST
      * recoveries CBPAY01 posted to charged-off cards are first loaded
      * to the PAYHST01 posted-payment history master, keyed on card
      * number and payment reference, so a return arriving days after
      * the payment posted can still find it.  Each ACHRTN01 return is
      * then matched to its posting by card and PST-PAY-REF; a return
      * whose posting is not on the history, was already returned, or
      * was posted for a different amount is not trusted and prints on
      * the exception report.  A matched return is reversed: a reversal
      * posting in the PAYPST01 layout is written to the PAYRVS file
      * with the amount negated and the balance before and after the
      * return, the amount is backed out of the card's
      * DLQ-PAID-SINCE-DUE and added back to the balance owed on the
      * DLQMAST1 delinquency master -- so the next CBDLQ01 run re-ages
      * the card as if the payment had never come -- and added back to
      * the open cycle on the ACTBAL01 account balance master.  A card
      * charged off since it paid has the amount added to the balance
      * written off on the CHGOFF01 charge-off master instead, and to
      * the month's charge-offs on the CHOTOT01 monthly totals master,
      * and is assessed no fee; its reversal is written with source
      * CHO.  The RTNPARM1 returned-payment fee is assessed as a COSTM01
      * transaction of type RF on the TRNXFEE file, which CBEDT01 edits
      * into the next night's extract like any other activity.  A card
      * that has now returned the parameter number of payments within
      * the parameter window is also printed, as a repeated returner.  A
      * returned recovery is unwound on the CHGOFF01 charge-off master
      * instead: the amount comes off the card's recoveries, a card
      * marked fully recovered is reopened, and the night's returned
      * recoveries come off the month's recoveries on the CHOTOT01
      * monthly totals master.  Its reversal is written with source RCY
      * and no fee is assessed on a written-off card.  A rerun of the
      * night rebuilds PAYRVS and TRNXFEE from the history -- a return
      * already unwound tonight from the same place on the file is
      * written again under the same fee ID without touching the
      * masters.  Card numbers print masked through CBPAN01 like every
      * other print file.  The run date is the business date on the
      * PRCDATE1 processing date control record, fetched through
      * CBPRD01.  At end of run a RUNCTL01 control record is appended to
      * the shared control file for each file handled, feeding the
      * CBBAL01 end-of-stream balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRTN01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RTN-PARM-FILE ASSIGN TO RTNPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-POSTED-FILE ASSIGN TO PAYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCY-POSTED-FILE ASSIGN TO RCYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACH-RETURN-FILE ASSIGN TO ACHRTN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO PAYHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY.
           SELECT OPTIONAL DLQ-MASTER-FILE ASSIGN TO DLQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-CARD-NUM.
           SELECT OPTIONAL ACT-BALANCE-FILE ASSIGN TO ACTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ABL-CARD-NUM.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-CARD-NUM.
           SELECT OPTIONAL CHO-TOTAL-FILE ASSIGN TO CHOTOT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHT-MONTH.
           SELECT PAY-REVERSAL-FILE ASSIGN TO PAYRVS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNX-FEE-FILE    ASSIGN TO TRNXFEE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RTN-RPT-FILE     ASSIGN TO RTNRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RTN-PARM-FILE
           RECORDING MODE IS F.
           COPY RTNPARM1.
      *
       FD  PAY-POSTED-FILE
           RECORDING MODE IS F.
           COPY PAYPST01.
      *
       FD  RCY-POSTED-FILE
           RECORDING MODE IS F.
           COPY PAYPST01 REPLACING ==PAY-POSTED-RECORD==
               BY ==RCY-POSTED-RECORD==.
      *
       FD  ACH-RETURN-FILE
           RECORDING MODE IS F.
           COPY ACHRTN01.
      *
       FD  PAY-HISTORY-FILE.
           COPY PAYHST01.
      *
       FD  DLQ-MASTER-FILE.
           COPY DLQMAST1.
      *
       FD  ACT-BALANCE-FILE.
           COPY ACTBAL01.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  CHO-TOTAL-FILE.
           COPY CHOTOT01.
      *
       FD  PAY-REVERSAL-FILE
           RECORDING MODE IS F.
           COPY PAYPST01 REPLACING ==PAY-POSTED-RECORD==
               BY ==PAY-REVERSAL-RECORD==.
      *
       FD  TRNX-FEE-FILE
           RECORDING MODE IS F.
           COPY COSTM01.
      *
       FD  RTN-RPT-FILE
           RECORDING MODE IS F.
       01  RTN-RPT-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-PST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-PST-EOF              VALUE 'Y'.
       77  WS-RCY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RCY-EOF              VALUE 'Y'.
       77  WS-RTN-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RTN-EOF              VALUE 'Y'.
       77  WS-HST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-HST-EOF              VALUE 'Y'.
       77  WS-DLQ-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-DLQ-FOUND            VALUE 'Y'.
           88  WS-DLQ-NOT-FOUND        VALUE 'N'.
       77  WS-ABL-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-ABL-FOUND            VALUE 'Y'.
           88  WS-ABL-NOT-FOUND        VALUE 'N'.
       77  WS-CHO-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CHO-FOUND            VALUE 'Y'.
           88  WS-CHO-NOT-FOUND        VALUE 'N'.
       77  WS-CHT-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CHT-FOUND            VALUE 'Y'.
           88  WS-CHT-NOT-FOUND        VALUE 'N'.
       77  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
           88  WS-IS-RERUN             VALUE 'Y'.
           88  WS-NOT-RERUN            VALUE 'N'.
      *
       77  WS-PST-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-PST-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RCY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-HST-LOADED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-HST-DUP-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RTN-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RTN-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RVS-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RVS-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-FEE-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-FEE-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-REPEAT-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-NO-POSITION-COUNT        PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-RTN-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-RTN-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHO-RTN-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-CHO-RTN-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RERUN-COUNT              PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-CARD-RTN-COUNT           PIC 9(05)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-INT             PIC 9(09)   VALUE ZEROS.
       01  WS-DAYS-AGO                 PIC S9(09)  VALUE ZEROS.
      *
       01  WS-RETURN-PARMS.
           05  WS-FEE-AMT              PIC 9(03)V99 VALUE 0.
           05  WS-REPEAT-LIMIT         PIC 9(02)   VALUE 0.
           05  WS-REPEAT-DAYS          PIC 9(03)   VALUE 0.
      *
       01  WS-BAL-BEFORE               PIC S9(09)V99 VALUE 0.
       01  WS-EXC-REASON               PIC X(30)   VALUE SPACES.
       01  WS-RTN-CARD-NUM             PIC X(16)   VALUE SPACES.
      *
       01  WS-REPEAT-TEXT.
           05  FILLER                  PIC X(15)   VALUE
               'REPEAT RETURNS '.
           05  WS-RP-COUNT             PIC ZZ9.
           05  FILLER                  PIC X(04)   VALUE ' IN '.
           05  WS-RP-DAYS              PIC ZZ9.
           05  FILLER                  PIC X(05)   VALUE ' DAYS'.
      *
       01  WS-FEE-ID.
           05  FILLER                  PIC X(02)   VALUE 'RF'.
           05  WS-FEE-ID-DATE          PIC 9(08).
           05  WS-FEE-ID-SEQ           PIC 9(06).
      *
       01  WS-FEE-TS.
           05  WS-FEE-TS-YYYY          PIC 9(04).
           05  FILLER                  PIC X(01)   VALUE '-'.
           05  WS-FEE-TS-MM            PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '-'.
           05  WS-FEE-TS-DD            PIC 9(02).
           05  FILLER                  PIC X(16)   VALUE
               '-00.00.00.000000'.
      *
       01  WS-FEE-DESC.
           05  FILLER                  PIC X(27)   VALUE
               'RETURNED PAYMENT FEE - REF '.
           05  WS-FD-PAY-REF           PIC X(16).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-FD-RETURN-CD         PIC X(03).
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(36)   VALUE
               'CARDDEMO ACH RETURN EXCEPTIONS'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(18)   VALUE 'PAYMENT REF'.
           05  FILLER                  PIC X(10)   VALUE 'RETURNED'.
           05  FILLER                  PIC X(04)   VALUE 'RC'.
           05  FILLER                  PIC X(17)   VALUE
               '          AMOUNT'.
           05  FILLER                  PIC X(30)   VALUE 'REASON'.
      *
       01  WS-EXC-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-PAY-REF           PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-RETURN-DATE       PIC 9(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-RETURN-CD         PIC X(03).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-REASON            PIC X(30).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-BLANK-LINE               PIC X(110)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-LOAD-HISTORY THRU 2000-LOAD-HISTORY-EXIT.
           PERFORM 3000-PROCESS-RETURNS THRU 3000-PROCESS-RETURNS-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBRTN01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
           OPEN INPUT RTN-PARM-FILE.
           READ RTN-PARM-FILE
               AT END
                   MOVE 25.00 TO RTP-FEE-AMT
                   MOVE 2     TO RTP-REPEAT-COUNT
                   MOVE 180   TO RTP-REPEAT-DAYS
           END-READ.
           MOVE RTP-FEE-AMT      TO WS-FEE-AMT.
           MOVE RTP-REPEAT-COUNT TO WS-REPEAT-LIMIT.
           MOVE RTP-REPEAT-DAYS  TO WS-REPEAT-DAYS.
           CLOSE RTN-PARM-FILE.
           IF WS-REPEAT-LIMIT = 0
               MOVE 2 TO WS-REPEAT-LIMIT
           END-IF.
           IF WS-REPEAT-DAYS = 0
               MOVE 180 TO WS-REPEAT-DAYS
           END-IF.
           MOVE WS-RUN-YYYYMMDD    TO WS-FEE-ID-DATE.
           MOVE ZEROS              TO WS-FEE-ID-SEQ.
           MOVE WS-RUN-YYYYMMDD(1:4) TO WS-FEE-TS-YYYY.
           MOVE WS-RUN-YYYYMMDD(5:2) TO WS-FEE-TS-MM.
           MOVE WS-RUN-YYYYMMDD(7:2) TO WS-FEE-TS-DD.
           OPEN I-O PAY-HISTORY-FILE.
           OPEN OUTPUT RTN-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE RTN-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE RTN-RPT-LINE FROM WS-HDR-LINE-2.
           ADD 2 TO WS-RPT-LINE-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * A posting already on the history -- a rerun of the night, or
      * the same reference posted twice on one card -- keeps the
      * entry first loaded.
      *
       2000-LOAD-HISTORY.
           OPEN INPUT PAY-POSTED-FILE.
           PERFORM 2100-LOAD-ONE-POSTING THRU 2100-LOAD-ONE-POSTING-EXIT
               UNTIL WS-PST-EOF.
           CLOSE PAY-POSTED-FILE.
           OPEN INPUT RCY-POSTED-FILE.
           PERFORM 2200-LOAD-ONE-RECOVERY
               THRU 2200-LOAD-ONE-RECOVERY-EXIT
               UNTIL WS-RCY-EOF.
           CLOSE RCY-POSTED-FILE.
       2000-LOAD-HISTORY-EXIT.
           EXIT.
      *
       2100-LOAD-ONE-POSTING.
           READ PAY-POSTED-FILE
               AT END
                   SET WS-PST-EOF TO TRUE
                   GO TO 2100-LOAD-ONE-POSTING-EXIT
           END-READ.
           ADD 1 TO WS-PST-COUNT.
           ADD PST-PAY-AMT OF PAY-POSTED-RECORD TO WS-PST-HASH.
           MOVE SPACES          TO PAY-HISTORY-RECORD.
           MOVE PST-CARD-NUM OF PAY-POSTED-RECORD  TO PHS-CARD-NUM.
           MOVE PST-PAY-REF OF PAY-POSTED-RECORD   TO PHS-PAY-REF.
           MOVE PST-PAY-DATE OF PAY-POSTED-RECORD  TO PHS-PAY-DATE.
           MOVE PST-PAY-AMT OF PAY-POSTED-RECORD   TO PHS-PAY-AMT.
           MOVE PST-SOURCE-CD OF PAY-POSTED-RECORD TO PHS-SOURCE-CD.
           MOVE WS-RUN-YYYYMMDD TO PHS-POST-DATE.
           SET PHS-IS-POSTED    TO TRUE.
           MOVE ZEROS           TO PHS-RETURN-DATE.
           MOVE ZEROS           TO PHS-RETURN-SEQ.
           SET PHS-IS-PAYMENT   TO TRUE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HST-DUP-COUNT
                   GO TO 2100-LOAD-ONE-POSTING-EXIT
           END-WRITE.
           ADD 1 TO WS-HST-LOADED-COUNT.
       2100-LOAD-ONE-POSTING-EXIT.
           EXIT.
      *
      * A recovery is loaded the same way, marked so a return of it
      * is unwound on the charge-off master.
      *
       2200-LOAD-ONE-RECOVERY.
           READ RCY-POSTED-FILE
               AT END
                   SET WS-RCY-EOF TO TRUE
                   GO TO 2200-LOAD-ONE-RECOVERY-EXIT
           END-READ.
           ADD 1 TO WS-RCY-COUNT.
           ADD PST-PAY-AMT OF RCY-POSTED-RECORD TO WS-RCY-HASH.
           MOVE SPACES          TO PAY-HISTORY-RECORD.
           MOVE PST-CARD-NUM OF RCY-POSTED-RECORD  TO PHS-CARD-NUM.
           MOVE PST-PAY-REF OF RCY-POSTED-RECORD   TO PHS-PAY-REF.
           MOVE PST-PAY-DATE OF RCY-POSTED-RECORD  TO PHS-PAY-DATE.
           MOVE PST-PAY-AMT OF RCY-POSTED-RECORD   TO PHS-PAY-AMT.
           MOVE PST-SOURCE-CD OF RCY-POSTED-RECORD TO PHS-SOURCE-CD.
           MOVE WS-RUN-YYYYMMDD TO PHS-POST-DATE.
           SET PHS-IS-POSTED    TO TRUE.
           MOVE ZEROS           TO PHS-RETURN-DATE.
           MOVE ZEROS           TO PHS-RETURN-SEQ.
           SET PHS-IS-RECOVERY  TO TRUE.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HST-DUP-COUNT
                   GO TO 2200-LOAD-ONE-RECOVERY-EXIT
           END-WRITE.
           ADD 1 TO WS-HST-LOADED-COUNT.
       2200-LOAD-ONE-RECOVERY-EXIT.
           EXIT.
      *
       3000-PROCESS-RETURNS.
           OPEN INPUT ACH-RETURN-FILE.
           OPEN I-O   DLQ-MASTER-FILE.
           OPEN I-O   ACT-BALANCE-FILE.
           OPEN I-O   CHG-OFF-FILE.
           OPEN OUTPUT PAY-REVERSAL-FILE.
           OPEN OUTPUT TRNX-FEE-FILE.
           PERFORM 3100-PROCESS-ONE-RETURN
               THRU 3100-PROCESS-ONE-RETURN-EXIT
               UNTIL WS-RTN-EOF.
           CLOSE ACH-RETURN-FILE DLQ-MASTER-FILE ACT-BALANCE-FILE
                 CHG-OFF-FILE PAY-REVERSAL-FILE TRNX-FEE-FILE.
           IF WS-RCY-RTN-AMT NOT = 0
                   OR WS-CHO-RTN-AMT NOT = 0
               PERFORM 3800-UPDATE-MONTH-TOTALS
                   THRU 3800-UPDATE-MONTH-TOTALS-EXIT
           END-IF.
       3000-PROCESS-RETURNS-EXIT.
           EXIT.
      *
      * The history entry is marked returned, with the return's place
      * on tonight's file, before anything else is touched, so a
      * return delivered twice unwinds the payment only once.  An
      * entry already marked tonight from the same place on the file
      * with the same return code was unwound by an earlier run of
      * the night: its reversal and fee are written again to the
      * rebuilt files and the masters are left alone.
      *
       3100-PROCESS-ONE-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET WS-RTN-EOF TO TRUE
                   GO TO 3100-PROCESS-ONE-RETURN-EXIT
           END-READ.
           ADD 1 TO WS-RTN-COUNT.
           SET WS-NOT-RERUN TO TRUE.
           IF ART-AMT NOT NUMERIC
               MOVE 'BAD AMOUNT' TO WS-EXC-REASON
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-WRITE-EXCEPTION-EXIT
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 3100-PROCESS-ONE-RETURN-EXIT
           END-IF.
           ADD ART-AMT TO WS-RTN-HASH.
           MOVE ART-CARD-NUM TO PHS-CARD-NUM.
           MOVE ART-PAY-REF  TO PHS-PAY-REF.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE 'NO MATCHING PAYMENT POSTED'
                       TO WS-EXC-REASON
                   PERFORM 3900-WRITE-EXCEPTION
                       THRU 3900-WRITE-EXCEPTION-EXIT
                   ADD 1 TO WS-UNMATCHED-COUNT
                   GO TO 3100-PROCESS-ONE-RETURN-EXIT
           END-READ.
           IF PHS-IS-RETURNED
                   AND PHS-RETURN-DATE = WS-RUN-YYYYMMDD
                   AND PHS-RETURN-CD = ART-RETURN-CD
                   AND PHS-RETURN-SEQ = WS-RTN-COUNT
               SET WS-IS-RERUN TO TRUE
               ADD 1 TO WS-RERUN-COUNT
               GO TO 3100-UNWIND
           END-IF.
           IF PHS-IS-RETURNED
               MOVE 'PAYMENT ALREADY RETURNED' TO WS-EXC-REASON
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-WRITE-EXCEPTION-EXIT
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 3100-PROCESS-ONE-RETURN-EXIT
           END-IF.
           IF ART-AMT NOT = PHS-PAY-AMT
               MOVE 'AMOUNT DIFFERS FROM POSTING' TO WS-EXC-REASON
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-WRITE-EXCEPTION-EXIT
               ADD 1 TO WS-UNMATCHED-COUNT
               GO TO 3100-PROCESS-ONE-RETURN-EXIT
           END-IF.
           SET PHS-IS-RETURNED     TO TRUE.
           MOVE WS-RUN-YYYYMMDD    TO PHS-RETURN-DATE.
           MOVE ART-RETURN-CD      TO PHS-RETURN-CD.
           MOVE WS-RTN-COUNT       TO PHS-RETURN-SEQ.
           REWRITE PAY-HISTORY-RECORD.
       3100-UNWIND.
           IF PHS-IS-RECOVERY
               PERFORM 3700-UNWIND-RECOVERY
                   THRU 3700-UNWIND-RECOVERY-EXIT
           ELSE
               PERFORM 3200-UNWIND-DELINQUENCY
                   THRU 3200-UNWIND-DELINQUENCY-EXIT
               PERFORM 3300-UNWIND-BALANCE
                   THRU 3300-UNWIND-BALANCE-EXIT
           END-IF.
           PERFORM 3400-WRITE-REVERSAL THRU 3400-WRITE-REVERSAL-EXIT.
           IF WS-FEE-AMT > 0
                   AND PHS-IS-PAYMENT
                   AND WS-CHO-NOT-FOUND
               PERFORM 3500-WRITE-FEE THRU 3500-WRITE-FEE-EXIT
           END-IF.
           PERFORM 3600-COUNT-CARD-RETURNS
               THRU 3600-COUNT-CARD-RETURNS-EXIT.
       3100-PROCESS-ONE-RETURN-EXIT.
           EXIT.
      *
      * The returned amount goes back on the balance owed and comes
      * off the payments counted toward the minimum, so the card
      * re-ages on the next CBDLQ01 run as if it had never paid.  A
      * card no longer on the master because it was charged off since
      * it paid has the amount added back to the balance written off
      * on the charge-off master instead; its account balance was
      * cleared at charge-off and is left alone, and no fee is
      * assessed.  A card on neither master is printed.  On a rerun
      * the master already carries the return, so only the balance
      * before it is worked back for the reversal.
      *
       3200-UNWIND-DELINQUENCY.
           MOVE ZEROS TO WS-BAL-BEFORE.
           SET WS-CHO-NOT-FOUND TO TRUE.
           MOVE ART-CARD-NUM TO DLQ-CARD-NUM.
           READ DLQ-MASTER-FILE
               INVALID KEY
                   SET WS-DLQ-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-DLQ-FOUND TO TRUE
           END-READ.
           IF WS-DLQ-NOT-FOUND
               MOVE ZEROS TO DLQ-MIN-PAY-DUE
               MOVE ZEROS TO DLQ-DUE-DATE
               GO TO 3200-CHARGED-OFF
           END-IF.
           MOVE DLQ-NEW-BALANCE TO WS-BAL-BEFORE.
           IF WS-IS-RERUN
               SUBTRACT ART-AMT FROM WS-BAL-BEFORE
               GO TO 3200-UNWIND-DELINQUENCY-EXIT
           END-IF.
           SUBTRACT ART-AMT FROM DLQ-PAID-SINCE-DUE.
           ADD ART-AMT TO DLQ-NEW-BALANCE.
           REWRITE DLQ-MASTER-RECORD.
           GO TO 3200-UNWIND-DELINQUENCY-EXIT.
       3200-CHARGED-OFF.
           MOVE ART-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   SET WS-CHO-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHO-FOUND TO TRUE
           END-READ.
           IF WS-CHO-NOT-FOUND
               ADD 1 TO WS-NO-POSITION-COUNT
               MOVE 'NO DELINQUENCY POSITION' TO WS-EXC-REASON
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3200-UNWIND-DELINQUENCY-EXIT
           END-IF.
           MOVE CHO-DUE-DATE TO DLQ-DUE-DATE.
           COMPUTE WS-BAL-BEFORE = CHO-BALANCE - CHO-RECOVERED.
           IF WS-IS-RERUN
               SUBTRACT ART-AMT FROM WS-BAL-BEFORE
               GO TO 3200-UNWIND-DELINQUENCY-EXIT
           END-IF.
           ADD ART-AMT TO CHO-BALANCE.
           ADD ART-AMT TO CHO-PRINCIPAL.
           REWRITE CHG-OFF-RECORD.
           ADD 1 TO WS-CHO-RTN-COUNT.
           ADD ART-AMT TO WS-CHO-RTN-AMT.
       3200-UNWIND-DELINQUENCY-EXIT.
           EXIT.
      *
       3300-UNWIND-BALANCE.
           IF WS-IS-RERUN
                   OR WS-CHO-FOUND
               GO TO 3300-UNWIND-BALANCE-EXIT
           END-IF.
           MOVE ART-CARD-NUM TO ABL-CARD-NUM.
           READ ACT-BALANCE-FILE
               INVALID KEY
                   SET WS-ABL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ABL-FOUND TO TRUE
           END-READ.
           IF WS-ABL-FOUND
               SUBTRACT ART-AMT FROM ABL-CYC-PAYMENTS
               ADD ART-AMT TO ABL-CUR-BALANCE
               MOVE WS-RUN-YYYYMMDD TO ABL-ROLL-DATE
               REWRITE ACT-BALANCE-RECORD
           END-IF.
       3300-UNWIND-BALANCE-EXIT.
           EXIT.
      *
       3400-WRITE-REVERSAL.
           MOVE SPACES TO PAY-REVERSAL-RECORD.
           MOVE ART-CARD-NUM    TO PST-CARD-NUM OF PAY-REVERSAL-RECORD.
           MOVE ART-RETURN-DATE TO PST-PAY-DATE OF PAY-REVERSAL-RECORD.
           COMPUTE PST-PAY-AMT OF PAY-REVERSAL-RECORD = 0 - ART-AMT.
           EVALUATE TRUE
               WHEN PHS-IS-RECOVERY
                   MOVE 'RCY'   TO PST-SOURCE-CD OF PAY-REVERSAL-RECORD
               WHEN WS-CHO-FOUND
                   MOVE 'CHO'   TO PST-SOURCE-CD OF PAY-REVERSAL-RECORD
               WHEN OTHER
                   MOVE 'RTN'   TO PST-SOURCE-CD OF PAY-REVERSAL-RECORD
           END-EVALUATE.
           MOVE ART-PAY-REF     TO PST-PAY-REF OF PAY-REVERSAL-RECORD.
           MOVE WS-BAL-BEFORE
               TO PST-BAL-BEFORE OF PAY-REVERSAL-RECORD.
           COMPUTE PST-BAL-AFTER OF PAY-REVERSAL-RECORD =
               WS-BAL-BEFORE + ART-AMT.
           MOVE DLQ-MIN-PAY-DUE
               TO PST-MIN-PAY-DUE OF PAY-REVERSAL-RECORD.
           MOVE DLQ-DUE-DATE    TO PST-DUE-DATE OF PAY-REVERSAL-RECORD.
           WRITE PAY-REVERSAL-RECORD.
           ADD 1 TO WS-RVS-COUNT.
           ADD PST-PAY-AMT OF PAY-REVERSAL-RECORD TO WS-RVS-HASH.
       3400-WRITE-REVERSAL-EXIT.
           EXIT.
      *
      * The fee is numbered by the return's place on tonight's file,
      * so a rerun writes it again under the same ID.
      *
       3500-WRITE-FEE.
           MOVE WS-RTN-COUNT    TO WS-FEE-ID-SEQ.
           MOVE SPACES          TO TRNX-RECORD.
           MOVE ART-CARD-NUM    TO TRNX-CARD-NUM.
           MOVE WS-FEE-ID       TO TRNX-ID.
           MOVE 'RF'            TO TRNX-TYPE-CD.
           MOVE ZEROS           TO TRNX-CAT-CD.
           MOVE 'ACHRETURN'     TO TRNX-SOURCE.
           MOVE ART-PAY-REF     TO WS-FD-PAY-REF.
           MOVE ART-RETURN-CD   TO WS-FD-RETURN-CD.
           MOVE WS-FEE-DESC     TO TRNX-DESC.
           MOVE WS-FEE-AMT      TO TRNX-AMT.
           MOVE ZEROS           TO TRNX-MERCHANT-ID.
           MOVE WS-FEE-TS       TO TRNX-ORIG-TS.
           MOVE WS-FEE-TS       TO TRNX-PROC-TS.
           MOVE 'USD'           TO TRNX-CURRENCY-CD.
           MOVE WS-FEE-AMT      TO TRNX-ORIG-AMT.
           MOVE 1               TO TRNX-FX-RATE.
           WRITE TRNX-RECORD.
           ADD 1 TO WS-FEE-COUNT.
           ADD TRNX-AMT TO WS-FEE-HASH.
       3500-WRITE-FEE-EXIT.
           EXIT.
      *
      * Every return on the card's history inside the window counts,
      * tonight's included.  The history is walked from the card's
      * lowest reference; the entry just returned has already been
      * rewritten, so nothing is lost by moving off it.
      *
       3600-COUNT-CARD-RETURNS.
           MOVE ZEROS          TO WS-CARD-RTN-COUNT.
           MOVE ART-CARD-NUM   TO WS-RTN-CARD-NUM.
           MOVE ART-CARD-NUM   TO PHS-CARD-NUM.
           MOVE LOW-VALUES     TO PHS-PAY-REF.
           MOVE 'N'            TO WS-HST-EOF-SW.
           START PAY-HISTORY-FILE KEY >= PHS-KEY
               INVALID KEY
                   SET WS-HST-EOF TO TRUE
           END-START.
           IF NOT WS-HST-EOF
               PERFORM 3610-COUNT-ONE-ENTRY
                   THRU 3610-COUNT-ONE-ENTRY-EXIT
                   UNTIL WS-HST-EOF
           END-IF.
           IF WS-CARD-RTN-COUNT >= WS-REPEAT-LIMIT
               ADD 1 TO WS-REPEAT-COUNT
               MOVE WS-CARD-RTN-COUNT TO WS-RP-COUNT
               MOVE WS-REPEAT-DAYS    TO WS-RP-DAYS
               MOVE WS-REPEAT-TEXT    TO WS-EXC-REASON
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-WRITE-EXCEPTION-EXIT
           END-IF.
       3600-COUNT-CARD-RETURNS-EXIT.
           EXIT.
      *
       3610-COUNT-ONE-ENTRY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
                   GO TO 3610-COUNT-ONE-ENTRY-EXIT
           END-READ.
           IF PHS-CARD-NUM NOT = WS-RTN-CARD-NUM
               SET WS-HST-EOF TO TRUE
               GO TO 3610-COUNT-ONE-ENTRY-EXIT
           END-IF.
           IF NOT PHS-IS-RETURNED
               GO TO 3610-COUNT-ONE-ENTRY-EXIT
           END-IF.
           COMPUTE WS-DAYS-AGO = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(PHS-RETURN-DATE).
           IF WS-DAYS-AGO NOT > WS-REPEAT-DAYS
               ADD 1 TO WS-CARD-RTN-COUNT
           END-IF.
       3610-COUNT-ONE-ENTRY-EXIT.
           EXIT.
      *
      * A returned recovery goes back on the written-off balance still
      * outstanding: it comes off the card's recoveries, and off the
      * last recovery amount when it was that night's, and a card
      * marked fully recovered is reopened.  The reversal carries the
      * outstanding balance before and after the return.
      *
       3700-UNWIND-RECOVERY.
           MOVE ZEROS TO WS-BAL-BEFORE.
           MOVE ZEROS TO DLQ-MIN-PAY-DUE.
           MOVE ZEROS TO DLQ-DUE-DATE.
           MOVE ART-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   SET WS-CHO-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHO-FOUND TO TRUE
           END-READ.
           IF WS-CHO-NOT-FOUND
               ADD 1 TO WS-NO-POSITION-COUNT
               MOVE 'NOT ON CHARGE-OFF MASTER' TO WS-EXC-REASON
               PERFORM 3900-WRITE-EXCEPTION
                   THRU 3900-WRITE-EXCEPTION-EXIT
               GO TO 3700-UNWIND-RECOVERY-EXIT
           END-IF.
           MOVE CHO-DUE-DATE TO DLQ-DUE-DATE.
           COMPUTE WS-BAL-BEFORE = CHO-BALANCE - CHO-RECOVERED.
           IF WS-IS-RERUN
               SUBTRACT ART-AMT FROM WS-BAL-BEFORE
               GO TO 3700-UNWIND-RECOVERY-EXIT
           END-IF.
           SUBTRACT ART-AMT FROM CHO-RECOVERED.
           IF CHO-LAST-RCY-DATE = PHS-POST-DATE
                   AND CHO-LAST-RCY-AMT NUMERIC
               SUBTRACT ART-AMT FROM CHO-LAST-RCY-AMT
           END-IF.
           IF CHO-IS-RECOVERED
                   AND CHO-RECOVERED < CHO-BALANCE
               SET CHO-IS-OPEN TO TRUE
           END-IF.
           REWRITE CHG-OFF-RECORD.
           ADD 1 TO WS-RCY-RTN-COUNT.
           ADD ART-AMT TO WS-RCY-RTN-AMT.
       3700-UNWIND-RECOVERY-EXIT.
           EXIT.
      *
      * The month's recoveries are reported net of the recoveries
      * returned in it; the count of recoveries posted stands.  A
      * payment returned on a card already charged off adds to the
      * month's principal and total written off, but not to its
      * count of cards.
      *
       3800-UPDATE-MONTH-TOTALS.
           OPEN I-O CHO-TOTAL-FILE.
           MOVE WS-RUN-YYYYMMDD(1:6) TO CHT-MONTH.
           READ CHO-TOTAL-FILE
               INVALID KEY
                   SET WS-CHT-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHT-FOUND TO TRUE
           END-READ.
           IF WS-CHT-NOT-FOUND
               MOVE SPACES        TO CHG-OFF-TOTAL-RECORD
               MOVE WS-RUN-YYYYMMDD(1:6) TO CHT-MONTH
               MOVE ZEROS         TO CHT-CHGOFF-COUNT
               MOVE ZEROS         TO CHT-CHGOFF-PRINCIPAL
               MOVE ZEROS         TO CHT-CHGOFF-FIN-CHG
               MOVE ZEROS         TO CHT-CHGOFF-TOTAL
               MOVE ZEROS         TO CHT-RCY-COUNT
               MOVE ZEROS         TO CHT-RCY-AMT
           END-IF.
           SUBTRACT WS-RCY-RTN-AMT FROM CHT-RCY-AMT.
           ADD WS-CHO-RTN-AMT TO CHT-CHGOFF-PRINCIPAL.
           ADD WS-CHO-RTN-AMT TO CHT-CHGOFF-TOTAL.
           IF WS-CHT-FOUND
               REWRITE CHG-OFF-TOTAL-RECORD
           ELSE
               WRITE CHG-OFF-TOTAL-RECORD
           END-IF.
           CLOSE CHO-TOTAL-FILE.
       3800-UPDATE-MONTH-TOTALS-EXIT.
           EXIT.
      *
       3900-WRITE-EXCEPTION.
           MOVE ART-CARD-NUM    TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED      TO WS-EX-CARD-NUM.
           MOVE PAN-SURROGATE   TO WS-EX-SURROGATE.
           MOVE ART-PAY-REF     TO WS-EX-PAY-REF.
           MOVE ART-RETURN-DATE TO WS-EX-RETURN-DATE.
           MOVE ART-RETURN-CD   TO WS-EX-RETURN-CD.
           IF ART-AMT NUMERIC
               MOVE ART-AMT TO WS-EX-AMT
           ELSE
               MOVE 0 TO WS-EX-AMT
           END-IF.
           MOVE WS-EXC-REASON   TO WS-EX-REASON.
           WRITE RTN-RPT-LINE FROM WS-EXC-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       3900-WRITE-EXCEPTION-EXIT.
           EXIT.
      *
       4000-TERMINATE.
           WRITE RTN-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'PAYMENTS ADDED TO HISTORY' TO WS-CL-LABEL.
           MOVE WS-HST-LOADED-COUNT      TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RETURNS READ'           TO WS-CL-LABEL.
           MOVE WS-RTN-COUNT             TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAYMENTS REVERSED'      TO WS-CL-LABEL.
           MOVE WS-RVS-COUNT             TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RETURN FEES ASSESSED'   TO WS-CL-LABEL.
           MOVE WS-FEE-COUNT             TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RETURNS NOT MATCHED'    TO WS-CL-LABEL.
           MOVE WS-UNMATCHED-COUNT       TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REPEATED RETURNERS'     TO WS-CL-LABEL.
           MOVE WS-REPEAT-COUNT          TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECOVERIES RETURNED'    TO WS-CL-LABEL.
           MOVE WS-RCY-RTN-COUNT         TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RETURNS ON CHARGED-OFF CARDS' TO WS-CL-LABEL.
           MOVE WS-CHO-RTN-COUNT         TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RETURNS ON HISTORY'     TO WS-CL-LABEL.
           MOVE WS-RERUN-COUNT           TO WS-CL-COUNT.
           WRITE RTN-RPT-LINE FROM WS-COUNT-LINE.
           ADD 10 TO WS-RPT-LINE-COUNT.
           CLOSE PAY-HISTORY-FILE RTN-RPT-FILE.
           PERFORM 4500-WRITE-RUN-CONTROLS
               THRU 4500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBRTN01 PAYMENTS ADDED TO HIST:'
               WS-HST-LOADED-COUNT.
           DISPLAY 'CBRTN01 HISTORY DUPLICATES:    ' WS-HST-DUP-COUNT.
           DISPLAY 'CBRTN01 RETURNS READ:          ' WS-RTN-COUNT.
           DISPLAY 'CBRTN01 PAYMENTS REVERSED:     ' WS-RVS-COUNT.
           DISPLAY 'CBRTN01 RETURN FEES ASSESSED:  ' WS-FEE-COUNT.
           DISPLAY 'CBRTN01 RETURNS NOT MATCHED:   ' WS-UNMATCHED-COUNT.
           DISPLAY 'CBRTN01 REVERSED W/O POSITION: '
               WS-NO-POSITION-COUNT.
           DISPLAY 'CBRTN01 REPEATED RETURNERS:    ' WS-REPEAT-COUNT.
           DISPLAY 'CBRTN01 RECOVERIES RETURNED:   ' WS-RCY-RTN-COUNT.
           DISPLAY 'CBRTN01 RETURNED ON CHARGE-OFF:'
               WS-CHO-RTN-COUNT.
           DISPLAY 'CBRTN01 RETURNS ON HISTORY:    ' WS-RERUN-COUNT.
       4000-TERMINATE-EXIT.
           EXIT.
      *
       4500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBRTN01'      TO RCT-PROGRAM-ID.
           MOVE 'PAYPST'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-PST-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-PST-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RCYPST'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-RCY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RCY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'ACHRTN'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-RTN-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RTN-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYRVS'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RVS-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RVS-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TRNXFEE'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-FEE-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-FEE-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RTNRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       4500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
