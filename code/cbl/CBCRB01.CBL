      ******************************************************************
      * CardDemo - Credit Bureau Reporting Step
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
      * Builds the monthly Metro 2 file reporting every account to the
      * credit bureaus.  Run every night after CBCHO01 and CBRTN01 and
      * ahead of the CBDRL01 date roll; the file is built only on the
      * last processing day of the month -- the night whose next
      * processing date falls in a new month -- unless CRP-FORCE-RUN on
      * the CRBPARM1 parameter asks for it.  The cardholder master
      * CRDHLD is read in card number order and one base segment is
      * built for each card with a billing position: name and address
      * from the cardholder record, the credit limit from CRDLIM1, the
      * balance and minimum due from tonight's BILSUM01 billing summary
      * when the card cycled tonight and from its DLQMAST1 delinquency
      * position otherwise, the days past due from DLQMAST1 (or the
      * CHGOFF01 charge-off master once the card is written off), and
      * the amount and date of the last payment from the PAYHST01
      * history CBRTN01 loads from the PAYPST01 postings. A card with an
      * open case on DSPCASE is reported with compliance condition code
      * XB, account information disputed; one whose last case closed
      * this month is reported XH once so the bureaus lift the dispute
      * flag.  A card closed on CRDSTS01 is reported closed; a closed
      * card with nothing owed drops off after the month it closed
      * in.  Every segment is edited for the fields the bureaus require
      * before it is written; a card failing any edit is left off the
      * file and listed, with each failed edit, on the CRBRPT reject
      * report.  The trailer carries the segment count and the count by
      * account status, and the reject report closes with a proof that
      * cardholders read equal segments written plus rejected plus not
      * reported; a proof out of balance sets return code 8 to hold the
      * transmission.  The file carries full account numbers for the
      * bureaus; the reject report masks them through CBPAN01. The run
      * date is the business date on the PRCDATE1 processing date
      * control record, fetched through CBPRD01.  At end of run a
      * RUNCTL01 control record is appended to the shared control file
      * for each file handled, feeding the CBBAL01 end-of-stream
      * balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCRB01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRB-PARM-FILE ASSIGN TO CRBPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRD-HOLDER-FILE  ASSIGN TO CRDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHD-CARD-NUM.
           SELECT OPTIONAL CRD-LIMIT-FILE ASSIGN TO CRDLIM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLM-CARD-NUM.
           SELECT OPTIONAL BIL-SUMMARY-FILE ASSIGN TO BILSUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DLQ-MASTER-FILE ASSIGN TO DLQMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-CARD-NUM.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-CARD-NUM.
           SELECT OPTIONAL CRD-STATUS-FILE ASSIGN TO CRDSTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-CARD-NUM.
           SELECT OPTIONAL PAY-HISTORY-FILE ASSIGN TO PAYHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHS-KEY.
           SELECT OPTIONAL DSP-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY.
           SELECT METRO2-FILE      ASSIGN TO METRO2
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRB-RPT-FILE     ASSIGN TO CRBRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CRB-PARM-FILE
           RECORDING MODE IS F.
           COPY CRBPARM1.
      *
       FD  CRD-HOLDER-FILE.
           COPY CRDHLD1.
      *
       FD  CRD-LIMIT-FILE.
           COPY CRDLIM1.
      *
       FD  BIL-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY BILSUM01.
      *
       FD  DLQ-MASTER-FILE.
           COPY DLQMAST1.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  CRD-STATUS-FILE.
           COPY CRDSTS01.
      *
       FD  PAY-HISTORY-FILE.
           COPY PAYHST01.
      *
       FD  DSP-CASE-FILE.
           COPY DSPCASE1.
      *
       FD  METRO2-FILE
           RECORDING MODE IS F.
           COPY MET2RC01.
      *
       FD  CRB-RPT-FILE
           RECORDING MODE IS F.
       01  CRB-RPT-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-CHD-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CHD-EOF              VALUE 'Y'.
       77  WS-BIL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-BIL-EOF              VALUE 'Y'.
       77  WS-HST-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-HST-EOF              VALUE 'Y'.
       77  WS-DSP-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-DSP-EOF              VALUE 'Y'.
       77  WS-BIL-MATCH-SW             PIC X(01)   VALUE 'N'.
           88  WS-BIL-MATCHED          VALUE 'Y'.
           88  WS-BIL-NOT-MATCHED      VALUE 'N'.
       77  WS-DLQ-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-DLQ-FOUND            VALUE 'Y'.
           88  WS-DLQ-NOT-FOUND        VALUE 'N'.
       77  WS-CHO-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CHO-FOUND            VALUE 'Y'.
           88  WS-CHO-NOT-FOUND        VALUE 'N'.
       77  WS-CLM-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CLM-FOUND            VALUE 'Y'.
           88  WS-CLM-NOT-FOUND        VALUE 'N'.
       77  WS-CLOSED-SW                PIC X(01)   VALUE 'N'.
           88  WS-ACCT-CLOSED          VALUE 'Y'.
           88  WS-ACCT-NOT-CLOSED      VALUE 'N'.
       77  WS-BAL-NUMERIC-SW           PIC X(01)   VALUE 'Y'.
           88  WS-BAL-IS-NUMERIC       VALUE 'Y'.
           88  WS-BAL-NOT-NUMERIC      VALUE 'N'.
       77  WS-REJECT-SW                PIC X(01)   VALUE 'N'.
           88  WS-ACCT-REJECTED        VALUE 'Y'.
           88  WS-ACCT-ACCEPTED        VALUE 'N'.
       77  WS-DISPUTE-SW               PIC X(01)   VALUE 'N'.
           88  WS-DISPUTE-OPEN         VALUE 'O'.
           88  WS-DISPUTE-RESOLVED     VALUE 'R'.
           88  WS-NO-DISPUTE           VALUE 'N'.
      *
       77  WS-CHD-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-BASE-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-BASE-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-NOT-BILLED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-CLOSED-SKIP-COUNT        PIC 9(09)   COMP VALUE 0.
       77  WS-XB-COUNT                 PIC 9(09)   COMP VALUE 0.
       77  WS-XH-COUNT                 PIC 9(09)   COMP VALUE 0.
       77  WS-M2-RECORD-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-PROOF-TOTAL              PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       77  WS-CNT-11                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-13                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-64                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-71                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-78                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-80                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-82                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-83                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-84                   PIC 9(09)   COMP VALUE 0.
       77  WS-CNT-97                   PIC 9(09)   COMP VALUE 0.
      *
       77  WS-NAME-PARTS               PIC 9(04)   COMP VALUE 0.
       77  WS-NAME-LAST                PIC 9(04)   COMP VALUE 0.
       77  WS-NAME-LEAD                PIC 9(04)   COMP VALUE 0.
       77  WS-COMMA-COUNT              PIC 9(04)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-MMDDYYYY             PIC 9(08)   VALUE ZEROS.
      *
      * The date the reporting program went in, carried on the
      * header as both program date and program revision date.
      *
       01  WS-M2-PROGRAM-DATE          PIC 9(08)   VALUE 10152026.
       01  WS-M2-RECORD-LEN            PIC 9(04)   VALUE 0426.
      *
       01  WS-CONV-YYYYMMDD            PIC 9(08)   VALUE ZEROS.
       01  WS-CONV-YMD REDEFINES WS-CONV-YYYYMMDD.
           05  WS-CONV-YYYY            PIC 9(04).
           05  WS-CONV-MM              PIC 9(02).
           05  WS-CONV-DD              PIC 9(02).
       01  WS-CONV-MDY.
           05  WS-CONV-OUT-MM          PIC 9(02).
           05  WS-CONV-OUT-DD          PIC 9(02).
           05  WS-CONV-OUT-YYYY        PIC 9(04).
       01  WS-CONV-MMDDYYYY REDEFINES WS-CONV-MDY
                                       PIC 9(08).
      *
       01  WS-CONV-AMT                 PIC S9(09)V99 VALUE 0.
       01  WS-CONV-DOLLARS             PIC 9(09)   VALUE 0.
      *
       01  WS-ACCOUNT-DATA.
           05  WS-ACCT-BALANCE         PIC S9(09)V99.
           05  WS-ACCT-MIN-DUE         PIC S9(09)V99.
           05  WS-ACCT-PAST-DUE        PIC S9(09)V99.
           05  WS-ACCT-CHGOFF-AMT      PIC S9(09)V99.
           05  WS-ACCT-DPD             PIC 9(05).
           05  WS-ACCT-STATUS          PIC X(02).
           05  WS-ACCT-RATING          PIC X(01).
           05  WS-ACCT-DLQ-DATE        PIC 9(08).
           05  WS-ACCT-CLOSED-DATE     PIC 9(08).
           05  WS-LAST-PAY-DATE        PIC 9(08).
           05  WS-LAST-PAY-AMT         PIC S9(09)V99.
           05  WS-COMPLIANCE-CD        PIC X(02).
      *
       01  WS-HOLD-CARD-NUM            PIC X(16)   VALUE SPACES.
       01  WS-REJ-REASON               PIC X(40)   VALUE SPACES.
      *
       01  WS-NAME-WORK.
           05  WS-NAME-PART            PIC X(25)   OCCURS 6 TIMES.
       01  WS-NAME-SURNAME             PIC X(40)   VALUE SPACES.
       01  WS-NAME-REST                PIC X(40)   VALUE SPACES.
       01  WS-POSTAL-CD                PIC X(09)   VALUE SPACES.
      *
       01  WS-CONSUMER-NAME.
           05  WS-CONS-SURNAME         PIC X(25).
           05  WS-CONS-FIRST-NAME      PIC X(20).
           05  WS-CONS-MIDDLE-NAME     PIC X(20).
           05  WS-CONS-GENERATION-CD   PIC X(01).
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(44)   VALUE
               'CARDDEMO CREDIT BUREAU REPORTING REJECTS'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(11)   VALUE 'REF'.
           05  FILLER                  PIC X(40)   VALUE 'EDIT FAILED'.
      *
       01  WS-REJ-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RJ-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RJ-SURROGATE         PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RJ-REASON            PIC X(40).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(36).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-PF-TEXT              PIC X(60).
      *
       01  WS-BLANK-LINE               PIC X(110)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-BUILD-SEGMENTS THRU 2000-BUILD-SEGMENTS-EXIT.
           PERFORM 3000-WRITE-TRAILER THRU 3000-WRITE-TRAILER-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
           GOBACK.
      *
      * The bureaus identify the reporter by the number they issued
      * it, so a run without one builds nothing.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBCRB01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYYMMDD TO WS-CONV-YYYYMMDD.
           PERFORM 8100-YMD-TO-MDY THRU 8100-YMD-TO-MDY-EXIT.
           MOVE WS-CONV-MMDDYYYY TO WS-RUN-MMDDYYYY.
           OPEN INPUT CRB-PARM-FILE.
           READ CRB-PARM-FILE
               AT END
                   MOVE SPACES TO CRB-PARM-RECORD
           END-READ.
           CLOSE CRB-PARM-FILE.
           IF PRD-NEXT-DATE(1:6) = WS-RUN-YYYYMMDD(1:6)
                   AND NOT CRP-FORCE-THIS-RUN
               DISPLAY 'CBCRB01 NOT LAST PROCESSING DAY OF MONTH - '
                   'NO BUREAU FILE BUILT'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CRP-IDENT-NUM = SPACES
               DISPLAY 'CBCRB01 ERROR: NO BUREAU IDENTIFICATION '
                   'NUMBER ON CRBPARM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CRD-HOLDER-FILE CRD-LIMIT-FILE BIL-SUMMARY-FILE
                      DLQ-MASTER-FILE CHG-OFF-FILE CRD-STATUS-FILE
                      PAY-HISTORY-FILE DSP-CASE-FILE.
           OPEN OUTPUT METRO2-FILE CRB-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE CRB-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE CRB-RPT-LINE FROM WS-HDR-LINE-2.
           ADD 2 TO WS-RPT-LINE-COUNT.
           PERFORM 1100-WRITE-HEADER THRU 1100-WRITE-HEADER-EXIT.
           PERFORM 2210-READ-BILLING THRU 2210-READ-BILLING-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       1100-WRITE-HEADER.
           MOVE SPACES             TO M2-HEADER-RECORD.
           MOVE WS-M2-RECORD-LEN   TO M2H-RDW.
           MOVE 'HEADER'           TO M2H-RECORD-ID.
           MOVE CRP-CYCLE-ID       TO M2H-CYCLE-NUM.
           MOVE CRP-IDENT-NUM      TO M2H-INNOVIS-ID.
           MOVE CRP-IDENT-NUM      TO M2H-EQUIFAX-ID.
           MOVE CRP-IDENT-NUM      TO M2H-EXPERIAN-ID.
           MOVE CRP-IDENT-NUM      TO M2H-TRANSUNION-ID.
           MOVE WS-RUN-MMDDYYYY    TO M2H-ACTIVITY-DATE.
           MOVE WS-RUN-MMDDYYYY    TO M2H-DATE-CREATED.
           MOVE WS-M2-PROGRAM-DATE TO M2H-PROGRAM-DATE.
           MOVE WS-M2-PROGRAM-DATE TO M2H-PROGRAM-REV-DATE.
           MOVE CRP-REPORTER-NAME  TO M2H-REPORTER-NAME.
           MOVE ZEROS              TO M2H-REPORTER-PHONE.
           WRITE M2-HEADER-RECORD.
           ADD 1 TO WS-M2-RECORD-COUNT.
       1100-WRITE-HEADER-EXIT.
           EXIT.
      *
       2000-BUILD-SEGMENTS.
           MOVE LOW-VALUES TO CHD-CARD-NUM.
           START CRD-HOLDER-FILE KEY >= CHD-CARD-NUM
               INVALID KEY
                   SET WS-CHD-EOF TO TRUE
           END-START.
           PERFORM 2100-PROCESS-ONE-HOLDER
               THRU 2100-PROCESS-ONE-HOLDER-EXIT
               UNTIL WS-CHD-EOF.
       2000-BUILD-SEGMENTS-EXIT.
           EXIT.
      *
      * A card never billed has nothing to report yet.  A closed card
      * owing nothing is reported in the month it closed and then
      * drops off; a charged-off card is reported whatever its
      * status.
      *
       2100-PROCESS-ONE-HOLDER.
           READ CRD-HOLDER-FILE NEXT RECORD
               AT END
                   SET WS-CHD-EOF TO TRUE
                   GO TO 2100-PROCESS-ONE-HOLDER-EXIT
           END-READ.
           ADD 1 TO WS-CHD-COUNT.
           PERFORM 2200-MATCH-BILLING THRU 2200-MATCH-BILLING-EXIT.
           PERFORM 2300-GET-POSITION THRU 2300-GET-POSITION-EXIT.
           IF WS-BIL-NOT-MATCHED AND WS-DLQ-NOT-FOUND
                   AND WS-CHO-NOT-FOUND
               ADD 1 TO WS-NOT-BILLED-COUNT
               GO TO 2100-PROCESS-ONE-HOLDER-EXIT
           END-IF.
           PERFORM 2400-CHECK-CLOSED THRU 2400-CHECK-CLOSED-EXIT.
           IF WS-ACCT-CLOSED AND WS-CHO-NOT-FOUND
                   AND WS-BAL-IS-NUMERIC
                   AND WS-ACCT-BALANCE NOT > 0
                   AND WS-ACCT-CLOSED-DATE(1:6)
                       < WS-RUN-YYYYMMDD(1:6)
               ADD 1 TO WS-CLOSED-SKIP-COUNT
               GO TO 2100-PROCESS-ONE-HOLDER-EXIT
           END-IF.
           PERFORM 2500-EDIT-ACCOUNT THRU 2500-EDIT-ACCOUNT-EXIT.
           IF WS-ACCT-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               GO TO 2100-PROCESS-ONE-HOLDER-EXIT
           END-IF.
           PERFORM 2600-SET-STATUS THRU 2600-SET-STATUS-EXIT.
           PERFORM 2700-FIND-LAST-PAYMENT
               THRU 2700-FIND-LAST-PAYMENT-EXIT.
           PERFORM 2800-CHECK-DISPUTES THRU 2800-CHECK-DISPUTES-EXIT.
           PERFORM 2900-WRITE-BASE THRU 2900-WRITE-BASE-EXIT.
       2100-PROCESS-ONE-HOLDER-EXIT.
           EXIT.
      *
      * BILSUM is in card number order like the cardholder master,
      * so the two are matched as they are read.
      *
       2200-MATCH-BILLING.
           SET WS-BIL-NOT-MATCHED TO TRUE.
           PERFORM 2210-READ-BILLING THRU 2210-READ-BILLING-EXIT
               UNTIL WS-BIL-EOF
                   OR BIL-CARD-NUM >= CHD-CARD-NUM.
           IF NOT WS-BIL-EOF
                   AND BIL-CARD-NUM = CHD-CARD-NUM
               SET WS-BIL-MATCHED TO TRUE
           END-IF.
       2200-MATCH-BILLING-EXIT.
           EXIT.
      *
       2210-READ-BILLING.
           READ BIL-SUMMARY-FILE
               AT END
                   SET WS-BIL-EOF TO TRUE
           END-READ.
       2210-READ-BILLING-EXIT.
           EXIT.
      *
      * A charged-off card reports what is still owed on the
      * write-off; otherwise tonight's bill is the freshest balance,
      * and the delinquency position carries it between cycles.
      *
       2300-GET-POSITION.
           INITIALIZE WS-ACCOUNT-DATA.
           SET WS-BAL-IS-NUMERIC TO TRUE.
           MOVE CHD-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   SET WS-CHO-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHO-FOUND TO TRUE
           END-READ.
           MOVE CHD-CARD-NUM TO DLQ-CARD-NUM.
           READ DLQ-MASTER-FILE
               INVALID KEY
                   SET WS-DLQ-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-DLQ-FOUND TO TRUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CHO-FOUND
                   IF CHO-BALANCE NOT NUMERIC
                           OR CHO-RECOVERED NOT NUMERIC
                       SET WS-BAL-NOT-NUMERIC TO TRUE
                   ELSE
                       COMPUTE WS-ACCT-BALANCE =
                           CHO-BALANCE - CHO-RECOVERED
                       MOVE CHO-BALANCE  TO WS-ACCT-CHGOFF-AMT
                       MOVE CHO-DAYS-PAST-DUE TO WS-ACCT-DPD
                       MOVE CHO-DUE-DATE TO WS-ACCT-DLQ-DATE
                       MOVE CHO-CHGOFF-DATE TO WS-ACCT-CLOSED-DATE
                       IF WS-ACCT-BALANCE > 0
                           MOVE WS-ACCT-BALANCE TO WS-ACCT-PAST-DUE
                       END-IF
                   END-IF
               WHEN WS-BIL-MATCHED
                   IF BIL-NEW-BALANCE NOT NUMERIC
                           OR BIL-MIN-PAY-DUE NOT NUMERIC
                       SET WS-BAL-NOT-NUMERIC TO TRUE
                   ELSE
                       MOVE BIL-NEW-BALANCE TO WS-ACCT-BALANCE
                       MOVE BIL-MIN-PAY-DUE TO WS-ACCT-MIN-DUE
                   END-IF
               WHEN WS-DLQ-FOUND
                   IF DLQ-NEW-BALANCE NOT NUMERIC
                           OR DLQ-MIN-PAY-DUE NOT NUMERIC
                       SET WS-BAL-NOT-NUMERIC TO TRUE
                   ELSE
                       MOVE DLQ-NEW-BALANCE TO WS-ACCT-BALANCE
                       MOVE DLQ-MIN-PAY-DUE TO WS-ACCT-MIN-DUE
                   END-IF
           END-EVALUATE.
           IF WS-CHO-NOT-FOUND AND WS-DLQ-FOUND
                   AND DLQ-DAYS-PAST-DUE NUMERIC
               MOVE DLQ-DAYS-PAST-DUE TO WS-ACCT-DPD
               IF WS-ACCT-DPD > 0
                       AND DLQ-MIN-PAY-DUE NUMERIC
                       AND DLQ-PAID-SINCE-DUE NUMERIC
                   COMPUTE WS-ACCT-PAST-DUE =
                       DLQ-MIN-PAY-DUE - DLQ-PAID-SINCE-DUE
                   IF WS-ACCT-PAST-DUE < 0
                       MOVE ZEROS TO WS-ACCT-PAST-DUE
                   END-IF
               END-IF
               IF WS-ACCT-DPD NOT < 30
                   MOVE DLQ-DUE-DATE TO WS-ACCT-DLQ-DATE
               END-IF
           END-IF.
       2300-GET-POSITION-EXIT.
           EXIT.
      *
       2400-CHECK-CLOSED.
           SET WS-ACCT-NOT-CLOSED TO TRUE.
           MOVE CHD-CARD-NUM TO CST-CARD-NUM.
           READ CRD-STATUS-FILE
               INVALID KEY
                   GO TO 2400-CHECK-CLOSED-EXIT
           END-READ.
           IF CST-IS-CLOSED
               SET WS-ACCT-CLOSED TO TRUE
               IF WS-CHO-NOT-FOUND
                   MOVE CST-EFF-DATE TO WS-ACCT-CLOSED-DATE
               END-IF
           END-IF.
       2400-CHECK-CLOSED-EXIT.
           EXIT.
      *
      * Every failed edit prints, so the desk can correct a card in
      * one pass; the card is left off the file until it is clean.
      *
       2500-EDIT-ACCOUNT.
           SET WS-ACCT-ACCEPTED TO TRUE.
           PERFORM 2510-SPLIT-NAME THRU 2510-SPLIT-NAME-EXIT.
           IF WS-CONS-SURNAME = SPACES
               MOVE 'SURNAME MISSING' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
           IF WS-CONS-FIRST-NAME = SPACES
               MOVE 'FIRST NAME MISSING' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
           IF CHD-ADDR-LINE-1 = SPACES
               MOVE 'ADDRESS LINE 1 MISSING' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
           IF CHD-CITY = SPACES
               MOVE 'CITY MISSING' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
           IF CHD-STATE NOT ALPHABETIC
                   OR CHD-STATE(1:1) = SPACE
                   OR CHD-STATE(2:1) = SPACE
               MOVE 'STATE CODE INVALID' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
           IF CHD-ZIP(1:5) NOT NUMERIC
               MOVE 'ZIP CODE INVALID' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
           MOVE CHD-CARD-NUM TO CLM-CARD-NUM.
           READ CRD-LIMIT-FILE
               INVALID KEY
                   SET WS-CLM-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CLM-FOUND TO TRUE
           END-READ.
           IF WS-CLM-NOT-FOUND
               MOVE 'NO CREDIT LIMIT RECORD' TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           ELSE
               IF CLM-CREDIT-LIMIT NOT NUMERIC
                       OR CLM-CREDIT-LIMIT NOT > 0
                   MOVE 'CREDIT LIMIT INVALID' TO WS-REJ-REASON
                   PERFORM 2590-WRITE-REJECT
                       THRU 2590-WRITE-REJECT-EXIT
               END-IF
           END-IF.
           IF WS-BAL-NOT-NUMERIC
               MOVE 'BALANCE OR MINIMUM DUE NOT NUMERIC'
                   TO WS-REJ-REASON
               PERFORM 2590-WRITE-REJECT THRU 2590-WRITE-REJECT-EXIT
           END-IF.
       2500-EDIT-ACCOUNT-EXIT.
           EXIT.
      *
      * CHD-NAME is held as written by the cardholder -- either
      * SURNAME, FIRST MIDDLE or FIRST MIDDLE SURNAME, with a
      * trailing JR, SR, II, III or IV taken as the generation code.
      *
       2510-SPLIT-NAME.
           MOVE SPACES TO WS-CONSUMER-NAME WS-NAME-WORK
                          WS-NAME-SURNAME WS-NAME-REST.
           IF CHD-NAME = SPACES
               GO TO 2510-SPLIT-NAME-EXIT
           END-IF.
           MOVE ZEROS TO WS-COMMA-COUNT WS-NAME-PARTS WS-NAME-LEAD.
           INSPECT CHD-NAME TALLYING WS-COMMA-COUNT FOR ALL ','.
           IF WS-COMMA-COUNT > 0
               UNSTRING CHD-NAME DELIMITED BY ','
                   INTO WS-NAME-SURNAME WS-NAME-REST
               END-UNSTRING
               MOVE WS-NAME-SURNAME TO WS-CONS-SURNAME
               IF WS-NAME-REST = SPACES
                   GO TO 2510-SPLIT-NAME-EXIT
               END-IF
               INSPECT WS-NAME-REST TALLYING WS-NAME-LEAD
                   FOR LEADING SPACES
               UNSTRING WS-NAME-REST(WS-NAME-LEAD + 1:)
                   DELIMITED BY ALL SPACE
                   INTO WS-NAME-PART(1) WS-NAME-PART(2)
                   TALLYING IN WS-NAME-PARTS
               END-UNSTRING
               MOVE WS-NAME-PART(1) TO WS-CONS-FIRST-NAME
               MOVE WS-NAME-PART(2) TO WS-CONS-MIDDLE-NAME
               GO TO 2510-SPLIT-NAME-EXIT
           END-IF.
           INSPECT CHD-NAME TALLYING WS-NAME-LEAD FOR LEADING SPACES.
           UNSTRING CHD-NAME(WS-NAME-LEAD + 1:)
               DELIMITED BY ALL SPACE
               INTO WS-NAME-PART(1) WS-NAME-PART(2) WS-NAME-PART(3)
                    WS-NAME-PART(4) WS-NAME-PART(5) WS-NAME-PART(6)
               TALLYING IN WS-NAME-PARTS
           END-UNSTRING.
           MOVE WS-NAME-PARTS TO WS-NAME-LAST.
           IF WS-NAME-LAST > 2
               EVALUATE WS-NAME-PART(WS-NAME-LAST)
                   WHEN 'JR'
                   WHEN 'JR.'
                       MOVE 'J' TO WS-CONS-GENERATION-CD
                   WHEN 'SR'
                   WHEN 'SR.'
                       MOVE 'S' TO WS-CONS-GENERATION-CD
                   WHEN 'II'
                       MOVE '2' TO WS-CONS-GENERATION-CD
                   WHEN 'III'
                       MOVE '3' TO WS-CONS-GENERATION-CD
                   WHEN 'IV'
                       MOVE '4' TO WS-CONS-GENERATION-CD
               END-EVALUATE
               IF WS-CONS-GENERATION-CD NOT = SPACE
                   SUBTRACT 1 FROM WS-NAME-LAST
               END-IF
           END-IF.
           MOVE WS-NAME-PART(WS-NAME-LAST) TO WS-CONS-SURNAME.
           IF WS-NAME-LAST > 1
               MOVE WS-NAME-PART(1) TO WS-CONS-FIRST-NAME
           END-IF.
           IF WS-NAME-LAST > 2
               MOVE WS-NAME-PART(2) TO WS-CONS-MIDDLE-NAME
           END-IF.
       2510-SPLIT-NAME-EXIT.
           EXIT.
      *
       2590-WRITE-REJECT.
           SET WS-ACCT-REJECTED TO TRUE.
           MOVE CHD-CARD-NUM    TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED      TO WS-RJ-CARD-NUM.
           MOVE PAN-SURROGATE   TO WS-RJ-SURROGATE.
           MOVE WS-REJ-REASON   TO WS-RJ-REASON.
           WRITE CRB-RPT-LINE FROM WS-REJ-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       2590-WRITE-REJECT-EXIT.
           EXIT.
      *
      * Metro 2 account status: 11 current, 71 through 84 for each
      * 30 days past due from 30 to 180 and over, 13 closed with
      * nothing owed, 97 charged off with a balance still owed and
      * 64 charged off and since paid in full.  The payment rating
      * is given only where the status does not itself say how the
      * account stood.
      *
       2600-SET-STATUS.
           MOVE SPACE TO WS-ACCT-RATING.
           EVALUATE TRUE
               WHEN WS-CHO-FOUND AND WS-ACCT-BALANCE > 0
                   MOVE '97' TO WS-ACCT-STATUS
               WHEN WS-CHO-FOUND
                   MOVE '64' TO WS-ACCT-STATUS
                   MOVE 'L'  TO WS-ACCT-RATING
               WHEN WS-ACCT-DPD < 30
                   MOVE '11' TO WS-ACCT-STATUS
               WHEN WS-ACCT-DPD < 60
                   MOVE '71' TO WS-ACCT-STATUS
               WHEN WS-ACCT-DPD < 90
                   MOVE '78' TO WS-ACCT-STATUS
               WHEN WS-ACCT-DPD < 120
                   MOVE '80' TO WS-ACCT-STATUS
               WHEN WS-ACCT-DPD < 150
                   MOVE '82' TO WS-ACCT-STATUS
               WHEN WS-ACCT-DPD < 180
                   MOVE '83' TO WS-ACCT-STATUS
               WHEN OTHER
                   MOVE '84' TO WS-ACCT-STATUS
           END-EVALUATE.
           IF WS-ACCT-CLOSED AND WS-CHO-NOT-FOUND
                   AND WS-ACCT-BALANCE NOT > 0
               MOVE '13' TO WS-ACCT-STATUS
               MOVE '0'  TO WS-ACCT-RATING
           END-IF.
       2600-SET-STATUS-EXIT.
           EXIT.
      *
      * The latest payment on the history that was not returned,
      * recoveries on a charged-off card included.  The charge-off
      * master's last recovery date and the amount still standing
      * from that day are taken when later, which covers recoveries
      * posted before they were loaded to the history.
      *
       2700-FIND-LAST-PAYMENT.
           MOVE CHD-CARD-NUM   TO WS-HOLD-CARD-NUM.
           MOVE CHD-CARD-NUM   TO PHS-CARD-NUM.
           MOVE LOW-VALUES     TO PHS-PAY-REF.
           MOVE 'N'            TO WS-HST-EOF-SW.
           START PAY-HISTORY-FILE KEY >= PHS-KEY
               INVALID KEY
                   SET WS-HST-EOF TO TRUE
           END-START.
           PERFORM 2710-CHECK-ONE-PAYMENT
               THRU 2710-CHECK-ONE-PAYMENT-EXIT
               UNTIL WS-HST-EOF.
           IF WS-CHO-FOUND
                   AND CHO-LAST-RCY-DATE NUMERIC
                   AND CHO-LAST-RCY-DATE > WS-LAST-PAY-DATE
                   AND CHO-LAST-RCY-AMT NUMERIC
                   AND CHO-LAST-RCY-AMT > 0
               MOVE CHO-LAST-RCY-DATE TO WS-LAST-PAY-DATE
               MOVE CHO-LAST-RCY-AMT  TO WS-LAST-PAY-AMT
           END-IF.
       2700-FIND-LAST-PAYMENT-EXIT.
           EXIT.
      *
       2710-CHECK-ONE-PAYMENT.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF TO TRUE
                   GO TO 2710-CHECK-ONE-PAYMENT-EXIT
           END-READ.
           IF PHS-CARD-NUM NOT = WS-HOLD-CARD-NUM
               SET WS-HST-EOF TO TRUE
               GO TO 2710-CHECK-ONE-PAYMENT-EXIT
           END-IF.
           IF PHS-IS-RETURNED
               GO TO 2710-CHECK-ONE-PAYMENT-EXIT
           END-IF.
           IF PHS-PAY-DATE > WS-LAST-PAY-DATE
               MOVE PHS-PAY-DATE TO WS-LAST-PAY-DATE
               MOVE PHS-PAY-AMT  TO WS-LAST-PAY-AMT
           END-IF.
       2710-CHECK-ONE-PAYMENT-EXIT.
           EXIT.
      *
      * Any open case flags the account XB.  With none open, a case
      * closed during the month reports XH, dispute resolved, so the
      * flag the bureaus were sent last month comes off.
      *
       2800-CHECK-DISPUTES.
           SET WS-NO-DISPUTE   TO TRUE.
           MOVE SPACES         TO WS-COMPLIANCE-CD.
           MOVE CHD-CARD-NUM   TO DSP-CARD-NUM.
           MOVE LOW-VALUES     TO DSP-TRNX-ID.
           MOVE 'N'            TO WS-DSP-EOF-SW.
           START DSP-CASE-FILE KEY >= DSP-KEY
               INVALID KEY
                   SET WS-DSP-EOF TO TRUE
           END-START.
           PERFORM 2810-CHECK-ONE-CASE THRU 2810-CHECK-ONE-CASE-EXIT
               UNTIL WS-DSP-EOF.
           EVALUATE TRUE
               WHEN WS-DISPUTE-OPEN
                   MOVE 'XB' TO WS-COMPLIANCE-CD
                   ADD 1 TO WS-XB-COUNT
               WHEN WS-DISPUTE-RESOLVED
                   MOVE 'XH' TO WS-COMPLIANCE-CD
                   ADD 1 TO WS-XH-COUNT
           END-EVALUATE.
       2800-CHECK-DISPUTES-EXIT.
           EXIT.
      *
       2810-CHECK-ONE-CASE.
           READ DSP-CASE-FILE NEXT RECORD
               AT END
                   SET WS-DSP-EOF TO TRUE
                   GO TO 2810-CHECK-ONE-CASE-EXIT
           END-READ.
           IF DSP-CARD-NUM NOT = WS-HOLD-CARD-NUM
               SET WS-DSP-EOF TO TRUE
               GO TO 2810-CHECK-ONE-CASE-EXIT
           END-IF.
           IF DSP-IS-OPEN
               SET WS-DISPUTE-OPEN TO TRUE
               SET WS-DSP-EOF TO TRUE
               GO TO 2810-CHECK-ONE-CASE-EXIT
           END-IF.
           IF DSP-IS-CLOSED
                   AND DSP-CLOSE-DATE(1:6) = WS-RUN-YYYYMMDD(1:6)
               SET WS-DISPUTE-RESOLVED TO TRUE
           END-IF.
       2810-CHECK-ONE-CASE-EXIT.
           EXIT.
      *
      * Amounts go to the bureaus in whole dollars with the cents
      * dropped.  No high-balance history is kept, so highest credit
      * is reported as the current balance.  The open date, social
      * security number and birth date are not carried on the
      * cardholder master and go zero-filled.
      *
       2900-WRITE-BASE.
           MOVE SPACES             TO M2-BASE-RECORD.
           MOVE WS-M2-RECORD-LEN   TO M2B-RDW.
           MOVE '1'                TO M2B-PROCESSING-IND.
           MOVE WS-RUN-MMDDYYYY    TO M2B-TS-DATE.
           MOVE ZEROS              TO M2B-TS-TIME.
           MOVE CRP-IDENT-NUM      TO M2B-IDENT-NUM.
           MOVE CRP-CYCLE-ID       TO M2B-CYCLE-ID.
           MOVE CHD-CARD-NUM       TO M2B-ACCOUNT-NUM.
           MOVE 'R'                TO M2B-PORTFOLIO-TYPE.
           MOVE '18'               TO M2B-ACCOUNT-TYPE.
           MOVE ZEROS              TO M2B-DATE-OPENED.
           MOVE CLM-CREDIT-LIMIT   TO WS-CONV-AMT.
           PERFORM 8200-TO-DOLLARS THRU 8200-TO-DOLLARS-EXIT.
           MOVE WS-CONV-DOLLARS    TO M2B-CREDIT-LIMIT.
           MOVE WS-ACCT-BALANCE    TO WS-CONV-AMT.
           PERFORM 8200-TO-DOLLARS THRU 8200-TO-DOLLARS-EXIT.
           MOVE WS-CONV-DOLLARS    TO M2B-HIGHEST-CREDIT.
           MOVE WS-CONV-DOLLARS    TO M2B-CURRENT-BALANCE.
           ADD WS-CONV-DOLLARS     TO WS-BASE-HASH.
           MOVE 'REV'              TO M2B-TERMS-DURATION.
           MOVE 'M'                TO M2B-TERMS-FREQUENCY.
           MOVE WS-ACCT-MIN-DUE    TO WS-CONV-AMT.
           PERFORM 8200-TO-DOLLARS THRU 8200-TO-DOLLARS-EXIT.
           MOVE WS-CONV-DOLLARS    TO M2B-SCHED-PAY-AMT.
           MOVE WS-LAST-PAY-AMT    TO WS-CONV-AMT.
           PERFORM 8200-TO-DOLLARS THRU 8200-TO-DOLLARS-EXIT.
           MOVE WS-CONV-DOLLARS    TO M2B-ACTUAL-PAY-AMT.
           MOVE WS-ACCT-STATUS     TO M2B-ACCOUNT-STATUS.
           MOVE WS-ACCT-RATING     TO M2B-PAYMENT-RATING.
           MOVE ALL 'B'            TO M2B-PAY-HISTORY.
           MOVE WS-COMPLIANCE-CD   TO M2B-COMPLIANCE-CD.
           MOVE WS-ACCT-PAST-DUE   TO WS-CONV-AMT.
           PERFORM 8200-TO-DOLLARS THRU 8200-TO-DOLLARS-EXIT.
           MOVE WS-CONV-DOLLARS    TO M2B-AMT-PAST-DUE.
           MOVE WS-ACCT-CHGOFF-AMT TO WS-CONV-AMT.
           PERFORM 8200-TO-DOLLARS THRU 8200-TO-DOLLARS-EXIT.
           MOVE WS-CONV-DOLLARS    TO M2B-ORIG-CHGOFF-AMT.
           MOVE WS-RUN-MMDDYYYY    TO M2B-ACCOUNT-INFO-DATE.
           MOVE WS-ACCT-DLQ-DATE   TO WS-CONV-YYYYMMDD.
           PERFORM 8100-YMD-TO-MDY THRU 8100-YMD-TO-MDY-EXIT.
           MOVE WS-CONV-MMDDYYYY   TO M2B-FIRST-DLQ-DATE.
           MOVE ZEROS              TO WS-CONV-YYYYMMDD.
           IF WS-ACCT-CLOSED OR WS-CHO-FOUND
               MOVE WS-ACCT-CLOSED-DATE TO WS-CONV-YYYYMMDD
           END-IF.
           PERFORM 8100-YMD-TO-MDY THRU 8100-YMD-TO-MDY-EXIT.
           MOVE WS-CONV-MMDDYYYY   TO M2B-DATE-CLOSED.
           MOVE WS-LAST-PAY-DATE   TO WS-CONV-YYYYMMDD.
           PERFORM 8100-YMD-TO-MDY THRU 8100-YMD-TO-MDY-EXIT.
           MOVE WS-CONV-MMDDYYYY   TO M2B-LAST-PAY-DATE.
           MOVE ZEROS              TO M2B-SSN M2B-BIRTH-DATE
                                      M2B-PHONE.
           MOVE WS-CONS-SURNAME    TO M2B-SURNAME.
           MOVE WS-CONS-FIRST-NAME TO M2B-FIRST-NAME.
           MOVE WS-CONS-MIDDLE-NAME
                                   TO M2B-MIDDLE-NAME.
           MOVE WS-CONS-GENERATION-CD
                                   TO M2B-GENERATION-CD.
           MOVE '1'                TO M2B-ECOA-CD.
           MOVE 'US'               TO M2B-COUNTRY-CD.
           MOVE CHD-ADDR-LINE-1    TO M2B-ADDR-LINE-1.
           MOVE CHD-ADDR-LINE-2    TO M2B-ADDR-LINE-2.
           MOVE CHD-CITY           TO M2B-CITY.
           MOVE CHD-STATE          TO M2B-STATE.
           MOVE SPACES             TO WS-POSTAL-CD.
           MOVE CHD-ZIP(1:5)       TO WS-POSTAL-CD(1:5).
           IF CHD-ZIP(6:1) = '-' AND CHD-ZIP(7:4) NUMERIC
               MOVE CHD-ZIP(7:4)   TO WS-POSTAL-CD(6:4)
           ELSE
               IF CHD-ZIP(6:4) NUMERIC
                   MOVE CHD-ZIP(6:4) TO WS-POSTAL-CD(6:4)
               END-IF
           END-IF.
           MOVE WS-POSTAL-CD       TO M2B-POSTAL-CD.
           WRITE M2-BASE-RECORD.
           ADD 1 TO WS-BASE-COUNT.
           ADD 1 TO WS-M2-RECORD-COUNT.
           PERFORM 2950-COUNT-STATUS THRU 2950-COUNT-STATUS-EXIT.
       2900-WRITE-BASE-EXIT.
           EXIT.
      *
       2950-COUNT-STATUS.
           EVALUATE WS-ACCT-STATUS
               WHEN '11'
                   ADD 1 TO WS-CNT-11
               WHEN '13'
                   ADD 1 TO WS-CNT-13
               WHEN '64'
                   ADD 1 TO WS-CNT-64
               WHEN '71'
                   ADD 1 TO WS-CNT-71
               WHEN '78'
                   ADD 1 TO WS-CNT-78
               WHEN '80'
                   ADD 1 TO WS-CNT-80
               WHEN '82'
                   ADD 1 TO WS-CNT-82
               WHEN '83'
                   ADD 1 TO WS-CNT-83
               WHEN '84'
                   ADD 1 TO WS-CNT-84
               WHEN '97'
                   ADD 1 TO WS-CNT-97
           END-EVALUATE.
       2950-COUNT-STATUS-EXIT.
           EXIT.
      *
      * The block count is every physical record on the file, the
      * header and this trailer included.
      *
       3000-WRITE-TRAILER.
           MOVE SPACES             TO M2-TRAILER-RECORD.
           INITIALIZE M2-TRAILER-RECORD.
           MOVE WS-M2-RECORD-LEN   TO M2T-RDW.
           MOVE 'TRAILER'          TO M2T-RECORD-ID.
           MOVE WS-BASE-COUNT      TO M2T-TOTAL-BASE.
           COMPUTE M2T-BLOCK-COUNT = WS-M2-RECORD-COUNT + 1.
           MOVE WS-CNT-11          TO M2T-STATUS-11.
           MOVE WS-CNT-13          TO M2T-STATUS-13.
           MOVE WS-CNT-64          TO M2T-STATUS-64.
           MOVE WS-CNT-71          TO M2T-STATUS-71.
           MOVE WS-CNT-78          TO M2T-STATUS-78.
           MOVE WS-CNT-80          TO M2T-STATUS-80.
           MOVE WS-CNT-82          TO M2T-STATUS-82.
           MOVE WS-CNT-83          TO M2T-STATUS-83.
           MOVE WS-CNT-84          TO M2T-STATUS-84.
           MOVE WS-CNT-97          TO M2T-STATUS-97.
           WRITE M2-TRAILER-RECORD.
           ADD 1 TO WS-M2-RECORD-COUNT.
       3000-WRITE-TRAILER-EXIT.
           EXIT.
      *
       4000-TERMINATE.
           COMPUTE WS-PROOF-TOTAL = WS-BASE-COUNT + WS-REJECT-COUNT
               + WS-NOT-BILLED-COUNT + WS-CLOSED-SKIP-COUNT.
           WRITE CRB-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'CARDHOLDERS READ'          TO WS-CL-LABEL.
           MOVE WS-CHD-COUNT                TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'BASE SEGMENTS WRITTEN'     TO WS-CL-LABEL.
           MOVE WS-BASE-COUNT               TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'ACCOUNTS REJECTED'         TO WS-CL-LABEL.
           MOVE WS-REJECT-COUNT             TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'NOT REPORTED - NEVER BILLED' TO WS-CL-LABEL.
           MOVE WS-NOT-BILLED-COUNT         TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'NOT REPORTED - CLOSED'     TO WS-CL-LABEL.
           MOVE WS-CLOSED-SKIP-COUNT        TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'TOTAL ACCOUNTED FOR'       TO WS-CL-LABEL.
           MOVE WS-PROOF-TOTAL              TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REPORTED DISPUTED (XB)'    TO WS-CL-LABEL.
           MOVE WS-XB-COUNT                 TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REPORTED DISPUTE RESOLVED (XH)' TO WS-CL-LABEL.
           MOVE WS-XH-COUNT                 TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'METRO 2 RECORDS WRITTEN'   TO WS-CL-LABEL.
           MOVE WS-M2-RECORD-COUNT          TO WS-CL-COUNT.
           WRITE CRB-RPT-LINE FROM WS-COUNT-LINE.
           WRITE CRB-RPT-LINE FROM WS-BLANK-LINE.
           IF WS-PROOF-TOTAL = WS-CHD-COUNT
               MOVE 'CONTROL PROOF IN BALANCE - FILE RELEASED'
                   TO WS-PF-TEXT
           ELSE
               MOVE 'CONTROL PROOF OUT OF BALANCE - FILE HELD'
                   TO WS-PF-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CRB-RPT-LINE FROM WS-PROOF-LINE.
           ADD 13 TO WS-RPT-LINE-COUNT.
           CLOSE CRD-HOLDER-FILE CRD-LIMIT-FILE BIL-SUMMARY-FILE
                 DLQ-MASTER-FILE CHG-OFF-FILE CRD-STATUS-FILE
                 PAY-HISTORY-FILE DSP-CASE-FILE
                 METRO2-FILE CRB-RPT-FILE.
           PERFORM 4500-WRITE-RUN-CONTROLS
               THRU 4500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBCRB01 CARDHOLDERS READ:      ' WS-CHD-COUNT.
           DISPLAY 'CBCRB01 BASE SEGMENTS WRITTEN: ' WS-BASE-COUNT.
           DISPLAY 'CBCRB01 ACCOUNTS REJECTED:     ' WS-REJECT-COUNT.
           DISPLAY 'CBCRB01 NOT BILLED:            '
               WS-NOT-BILLED-COUNT.
           DISPLAY 'CBCRB01 CLOSED NOT REPORTED:   '
               WS-CLOSED-SKIP-COUNT.
           DISPLAY 'CBCRB01 REPORTED DISPUTED:     ' WS-XB-COUNT.
           IF WS-PROOF-TOTAL NOT = WS-CHD-COUNT
               DISPLAY 'CBCRB01 ERROR: CONTROL PROOF OUT OF BALANCE'
           END-IF.
       4000-TERMINATE-EXIT.
           EXIT.
      *
       4500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBCRB01'      TO RCT-PROGRAM-ID.
           MOVE 'CRDHLD'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-CHD-COUNT   TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'METRO2'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-BASE-COUNT  TO RCT-RECORD-COUNT.
           MOVE WS-BASE-HASH   TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'CRBRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       4500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
      *
      * Metro 2 dates are month, day, year; a zero date stays zero.
      *
       8100-YMD-TO-MDY.
           MOVE WS-CONV-MM     TO WS-CONV-OUT-MM.
           MOVE WS-CONV-DD     TO WS-CONV-OUT-DD.
           MOVE WS-CONV-YYYY   TO WS-CONV-OUT-YYYY.
       8100-YMD-TO-MDY-EXIT.
           EXIT.
      *
       8200-TO-DOLLARS.
           IF WS-CONV-AMT > 0
               MOVE WS-CONV-AMT TO WS-CONV-DOLLARS
           ELSE
               MOVE ZEROS TO WS-CONV-DOLLARS
           END-IF.
       8200-TO-DOLLARS-EXIT.
           EXIT.
