      ******************************************************************
      * CardDemo - Account Balance Master Roll-Forward Step
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
      * Rolls the ACTBAL01 account balance master forward one night,
      * after billing and payment posting have run.  Every card that
      * statemented tonight closes its cycle: the new balance on the
      * last statement becomes the previous balance, the payments
      * posted since become the cycle's payments, tonight's
      * STMTOUT1 activity is split into purchases and cash by the
      * same cash types CBBIL01 prices at the cash APR, and the
      * finance charge and new balance are taken from the card's
      * BILSUM01 billing record.  The closed cycle is proven as it is
      * written -- previous balance less payments plus purchases,
      * cash and finance charge must equal the new balance -- and a
      * card that does not foot is counted for the operator.  The
      * new balance then opens the next cycle.  Tonight's posted
      * payments from CBPAY01 are applied last, to the open cycle,
      * so CBSTM01 opens each card's next statement from what the
      * cardholder actually owes.  A card whose cycle the master
      * already shows closed tonight, or whose payments it already
      * shows applied tonight, was rolled by an earlier run of the
      * same night and is passed over, so the step can be rerun.
      * At end of run a RUNCTL01 control record is appended to the
      * shared control file for each file handled, feeding the
      * CBBAL01 end-of-stream balance.
      * The run date is the business date on the PRCDATE1 processing
      * date control record, fetched through CBPRD01, never the clock --
      * a rerun of a prior night stamps the roll with that night's date.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBABL01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-IN-FILE     ASSIGN TO STMTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIL-SUMMARY-FILE ASSIGN TO BILSUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-POSTED-FILE ASSIGN TO PAYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACT-BALANCE-FILE ASSIGN TO ACTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-CARD-NUM.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STMT-IN-FILE
           RECORDING MODE IS F.
           COPY STMTOUT1.
      *
       FD  BIL-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY BILSUM01.
      *
       FD  PAY-POSTED-FILE
           RECORDING MODE IS F.
           COPY PAYPST01.
      *
       FD  ACT-BALANCE-FILE.
           COPY ACTBAL01.
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-STMT-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-STMT-EOF             VALUE 'Y'.
       77  WS-BIL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-BIL-EOF              VALUE 'Y'.
       77  WS-PAY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-PAY-EOF              VALUE 'Y'.
       77  WS-FIRST-REC-SW             PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-REC            VALUE 'Y'.
           88  WS-NOT-FIRST-REC        VALUE 'N'.
       77  WS-BIL-MATCHED-SW           PIC X(01)   VALUE 'N'.
           88  WS-BIL-MATCHED          VALUE 'Y'.
           88  WS-BIL-NOT-MATCHED      VALUE 'N'.
       77  WS-MST-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MST-FOUND            VALUE 'Y'.
           88  WS-MST-NOT-FOUND        VALUE 'N'.
       77  WS-STMT-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-STMT-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-BIL-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-BIL-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PAY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CARDS-CLOSED             PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-ADDED              PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-NO-BILLING         PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-NOT-PROVEN         PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-ALREADY-CLOSED     PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-ALREADY-APPLIED      PIC 9(09)   COMP VALUE 0.
      *
       01  WS-PRIOR-CARD-NUM           PIC X(16)   VALUE SPACES.
       01  WS-LAST-PAY-CARD            PIC X(16)   VALUE SPACES.
      *
       01  WS-STMT-TYPE-CD             PIC X(02)   VALUE SPACES.
           88  WS-IS-CASH-TYPE         VALUE 'CA' 'CW'.
      *
       01  WS-CARD-WORK.
           05  WS-CARD-PURCHASES       PIC S9(09)V99 VALUE 0.
           05  WS-CARD-CASH            PIC S9(09)V99 VALUE 0.
           05  WS-CARD-CLOSING-BAL     PIC S9(09)V99 VALUE 0.
           05  WS-PROOF-BALANCE        PIC S9(09)V99 VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-CLOSE-CYCLES THRU 2000-CLOSE-CYCLES-EXIT.
           PERFORM 3000-APPLY-PAYMENTS THRU 3000-APPLY-PAYMENTS-EXIT.
           PERFORM 6000-TERMINATE THRU 6000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBABL01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * The statement file and the billing summary CBBIL01 wrote off
      * it arrive in the same card order, so the billing record is
      * matched with a plain sequential walk, the way CBPRT01 reads
      * them side by side.  Billing records are counted as they are
      * read, and any left after the last statement card are read
      * out so the control count covers the whole file.
      *
       2000-CLOSE-CYCLES.
           OPEN INPUT STMT-IN-FILE.
           OPEN INPUT BIL-SUMMARY-FILE.
           OPEN I-O   ACT-BALANCE-FILE.
           PERFORM 2100-READ-STMT THRU 2100-READ-STMT-EXIT.
           PERFORM 2110-READ-BILLING THRU 2110-READ-BILLING-EXIT.
           PERFORM 2200-PROCESS-STMT THRU 2200-PROCESS-STMT-EXIT
               UNTIL WS-STMT-EOF.
           IF WS-NOT-FIRST-REC
               PERFORM 2400-CLOSE-ONE-CARD
                   THRU 2400-CLOSE-ONE-CARD-EXIT
           END-IF.
           PERFORM 2110-READ-BILLING THRU 2110-READ-BILLING-EXIT
               UNTIL WS-BIL-EOF.
           CLOSE STMT-IN-FILE.
           CLOSE BIL-SUMMARY-FILE.
           CLOSE ACT-BALANCE-FILE.
       2000-CLOSE-CYCLES-EXIT.
           EXIT.
      *
       2100-READ-STMT.
           READ STMT-IN-FILE
               AT END
                   SET WS-STMT-EOF TO TRUE
           END-READ.
       2100-READ-STMT-EXIT.
           EXIT.
      *
       2110-READ-BILLING.
           READ BIL-SUMMARY-FILE
               AT END
                   SET WS-BIL-EOF TO TRUE
                   GO TO 2110-READ-BILLING-EXIT
           END-READ.
           ADD 1 TO WS-BIL-COUNT.
           ADD BIL-CLOSING-BAL TO WS-BIL-HASH.
       2110-READ-BILLING-EXIT.
           EXIT.
      *
       2200-PROCESS-STMT.
           ADD 1 TO WS-STMT-COUNT.
           ADD STMT-AMT TO WS-STMT-HASH.
           IF WS-FIRST-REC
               MOVE STMT-CARD-NUM TO WS-PRIOR-CARD-NUM
               SET WS-NOT-FIRST-REC TO TRUE
           ELSE
               IF STMT-CARD-NUM NOT = WS-PRIOR-CARD-NUM
                   PERFORM 2400-CLOSE-ONE-CARD
                       THRU 2400-CLOSE-ONE-CARD-EXIT
                   MOVE STMT-CARD-NUM TO WS-PRIOR-CARD-NUM
               END-IF
           END-IF.
           MOVE STMT-RUN-BALANCE TO WS-CARD-CLOSING-BAL.
           MOVE STMT-TYPE-CD TO WS-STMT-TYPE-CD.
           IF WS-IS-CASH-TYPE
               ADD STMT-AMT TO WS-CARD-CASH
           ELSE
               ADD STMT-AMT TO WS-CARD-PURCHASES
           END-IF.
           PERFORM 2100-READ-STMT THRU 2100-READ-STMT-EXIT.
       2200-PROCESS-STMT-EXIT.
           EXIT.
      *
      * A statemented card with no billing record closes with no
      * finance charge and the statement's closing balance as its
      * new balance -- the balance still carries forward -- and is
      * counted, since CBBIL01 bills every statemented card.  A
      * cycle already closed tonight is left as it stands.
      *
       2400-CLOSE-ONE-CARD.
           PERFORM 2500-MATCH-BILLING THRU 2500-MATCH-BILLING-EXIT.
           PERFORM 2600-READ-MASTER THRU 2600-READ-MASTER-EXIT.
           IF WS-MST-FOUND AND ABL-STMT-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-CARDS-ALREADY-CLOSED
               GO TO 2400-CLOSE-ONE-CARD-RESET
           END-IF.
           MOVE ABL-NEW-BALANCE   TO ABL-PREV-BALANCE.
           MOVE ABL-CYC-PAYMENTS  TO ABL-PAYMENTS.
           MOVE WS-CARD-PURCHASES TO ABL-PURCHASES.
           MOVE WS-CARD-CASH      TO ABL-CASH.
           IF WS-BIL-MATCHED
               MOVE BIL-FINANCE-CHG TO ABL-FINANCE-CHG
               MOVE BIL-NEW-BALANCE TO ABL-NEW-BALANCE
           ELSE
               ADD 1 TO WS-CARDS-NO-BILLING
               MOVE 0 TO ABL-FINANCE-CHG
               MOVE WS-CARD-CLOSING-BAL TO ABL-NEW-BALANCE
           END-IF.
           MOVE 0               TO ABL-CYC-PAYMENTS.
           MOVE ABL-NEW-BALANCE TO ABL-CUR-BALANCE.
           MOVE WS-RUN-YYYYMMDD TO ABL-STMT-DATE.
           MOVE WS-RUN-YYYYMMDD TO ABL-ROLL-DATE.
           COMPUTE WS-PROOF-BALANCE =
               ABL-PREV-BALANCE - ABL-PAYMENTS + ABL-PURCHASES
               + ABL-CASH + ABL-FINANCE-CHG.
           IF WS-PROOF-BALANCE NOT = ABL-NEW-BALANCE
               ADD 1 TO WS-CARDS-NOT-PROVEN
           END-IF.
           PERFORM 2700-WRITE-MASTER THRU 2700-WRITE-MASTER-EXIT.
           ADD 1 TO WS-CARDS-CLOSED.
       2400-CLOSE-ONE-CARD-RESET.
           MOVE 0 TO WS-CARD-PURCHASES.
           MOVE 0 TO WS-CARD-CASH.
           MOVE 0 TO WS-CARD-CLOSING-BAL.
       2400-CLOSE-ONE-CARD-EXIT.
           EXIT.
      *
       2500-MATCH-BILLING.
           SET WS-BIL-NOT-MATCHED TO TRUE.
           PERFORM 2510-CHECK-BILLING THRU 2510-CHECK-BILLING-EXIT
               UNTIL WS-BIL-EOF
                   OR WS-BIL-MATCHED
                   OR BIL-CARD-NUM > WS-PRIOR-CARD-NUM.
       2500-MATCH-BILLING-EXIT.
           EXIT.
      *
       2510-CHECK-BILLING.
           IF BIL-CARD-NUM = WS-PRIOR-CARD-NUM
               SET WS-BIL-MATCHED TO TRUE
               GO TO 2510-CHECK-BILLING-EXIT
           END-IF.
           PERFORM 2110-READ-BILLING THRU 2110-READ-BILLING-EXIT.
       2510-CHECK-BILLING-EXIT.
           EXIT.
      *
      * A card the master has never carried starts from nothing
      * owed; the record is written, not rewritten, when it is put
      * back.
      *
       2600-READ-MASTER.
           MOVE WS-PRIOR-CARD-NUM TO ABL-CARD-NUM.
           READ ACT-BALANCE-FILE
               INVALID KEY
                   SET WS-MST-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-MST-FOUND TO TRUE
           END-READ.
           IF WS-MST-NOT-FOUND
               PERFORM 2650-NEW-BALANCE THRU 2650-NEW-BALANCE-EXIT
           END-IF.
       2600-READ-MASTER-EXIT.
           EXIT.
      *
       2650-NEW-BALANCE.
           MOVE SPACES TO ACT-BALANCE-RECORD.
           MOVE WS-PRIOR-CARD-NUM TO ABL-CARD-NUM.
           MOVE ZEROS TO ABL-STMT-DATE.
           MOVE ZEROS TO ABL-PREV-BALANCE.
           MOVE ZEROS TO ABL-PURCHASES.
           MOVE ZEROS TO ABL-CASH.
           MOVE ZEROS TO ABL-PAYMENTS.
           MOVE ZEROS TO ABL-FINANCE-CHG.
           MOVE ZEROS TO ABL-NEW-BALANCE.
           MOVE ZEROS TO ABL-CYC-PAYMENTS.
           MOVE ZEROS TO ABL-CUR-BALANCE.
           MOVE ZEROS TO ABL-ROLL-DATE.
           MOVE ZEROS TO ABL-PAY-APPLY-DATE.
           ADD 1 TO WS-CARDS-ADDED.
       2650-NEW-BALANCE-EXIT.
           EXIT.
      *
       2700-WRITE-MASTER.
           IF WS-MST-FOUND
               REWRITE ACT-BALANCE-RECORD
           ELSE
               WRITE ACT-BALANCE-RECORD
           END-IF.
       2700-WRITE-MASTER-EXIT.
           EXIT.
      *
      * Payments posted tonight belong to the cycle now open -- a
      * card that statemented tonight was billed before they were
      * posted -- so they count toward the next statement's payments
      * and come straight off the balance owed.  CBPAY01 writes the
      * posted payments in card order, so a card whose master shows
      * payments applied tonight, met here for the first time this
      * run, is a rerun of the night and is not applied again.
      *
       3000-APPLY-PAYMENTS.
           OPEN INPUT PAY-POSTED-FILE.
           OPEN I-O   ACT-BALANCE-FILE.
           PERFORM 3100-READ-PAYMENT THRU 3100-READ-PAYMENT-EXIT.
           PERFORM 3200-APPLY-ONE-PAYMENT
               THRU 3200-APPLY-ONE-PAYMENT-EXIT
               UNTIL WS-PAY-EOF.
           CLOSE PAY-POSTED-FILE.
           CLOSE ACT-BALANCE-FILE.
       3000-APPLY-PAYMENTS-EXIT.
           EXIT.
      *
       3100-READ-PAYMENT.
           READ PAY-POSTED-FILE
               AT END
                   SET WS-PAY-EOF TO TRUE
           END-READ.
       3100-READ-PAYMENT-EXIT.
           EXIT.
      *
       3200-APPLY-ONE-PAYMENT.
           ADD 1 TO WS-PAY-COUNT.
           ADD PST-PAY-AMT TO WS-PAY-HASH.
           MOVE PST-CARD-NUM TO WS-PRIOR-CARD-NUM.
           PERFORM 2600-READ-MASTER THRU 2600-READ-MASTER-EXIT.
           IF WS-MST-FOUND
                   AND ABL-PAY-APPLY-DATE = WS-RUN-YYYYMMDD
                   AND PST-CARD-NUM NOT = WS-LAST-PAY-CARD
               ADD 1 TO WS-PAY-ALREADY-APPLIED
               PERFORM 3100-READ-PAYMENT THRU 3100-READ-PAYMENT-EXIT
               GO TO 3200-APPLY-ONE-PAYMENT-EXIT
           END-IF.
           MOVE PST-CARD-NUM TO WS-LAST-PAY-CARD.
           ADD PST-PAY-AMT TO ABL-CYC-PAYMENTS.
           SUBTRACT PST-PAY-AMT FROM ABL-CUR-BALANCE.
           MOVE WS-RUN-YYYYMMDD TO ABL-ROLL-DATE.
           MOVE WS-RUN-YYYYMMDD TO ABL-PAY-APPLY-DATE.
           PERFORM 2700-WRITE-MASTER THRU 2700-WRITE-MASTER-EXIT.
           PERFORM 3100-READ-PAYMENT THRU 3100-READ-PAYMENT-EXIT.
       3200-APPLY-ONE-PAYMENT-EXIT.
           EXIT.
      *
       6000-TERMINATE.
           PERFORM 6500-WRITE-RUN-CONTROLS
               THRU 6500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBABL01 STATEMENT LINES READ:  ' WS-STMT-COUNT.
           DISPLAY 'CBABL01 CYCLES CLOSED:         ' WS-CARDS-CLOSED.
           DISPLAY 'CBABL01 CARDS ADDED:           ' WS-CARDS-ADDED.
           DISPLAY 'CBABL01 CLOSED W/O BILLING:    '
               WS-CARDS-NO-BILLING.
           DISPLAY 'CBABL01 CYCLES NOT PROVEN:     '
               WS-CARDS-NOT-PROVEN.
           DISPLAY 'CBABL01 PAYMENTS APPLIED:      ' WS-PAY-COUNT.
           DISPLAY 'CBABL01 CYCLES ALREADY CLOSED: '
               WS-CARDS-ALREADY-CLOSED.
           DISPLAY 'CBABL01 PAYMENTS ALREADY DONE: '
               WS-PAY-ALREADY-APPLIED.
       6000-TERMINATE-EXIT.
           EXIT.
      *
       6500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBABL01'      TO RCT-PROGRAM-ID.
           MOVE 'STMTOUT'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-STMT-COUNT  TO RCT-RECORD-COUNT.
           MOVE WS-STMT-HASH   TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'BILSUM'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-BIL-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-BIL-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYPST'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-PAY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-PAY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       6500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
