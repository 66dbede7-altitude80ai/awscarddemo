      ******************************************************************
      * CardDemo - Merchant Year-To-Date Posting Step
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
      * Keeps the running totals CBSET01 and CBPOT01 settle and pay
      * one night at a time.  Run after CBPOT01.  Each SETXTR01
      * settlement record is posted to the merchant's MCHYTD01
      * year-to-date master for the tax year of the business date,
      * into the month of the business date: the gross sales and
      * their count, the reversals and chargebacks netted out and
      * the interchange fee.  Each PAYOUT01 instruction CBPOT01
      * released is posted to the same month as the amount actually
      * paid -- payouts held on the pending file are not paid and
      * are never posted by this step.  A settlement or payout
      * carrying merchant zero belongs to no merchant and is
      * counted and skipped, never posted.  The last settlement and
      * payout dates on the master stop a rerun of the night from
      * posting twice.  Every
      * merchant settled tonight is checked against the MCHMAST
      * merchant master; one with no TIN, a TIN that is not nine
      * digits or no master record at all is listed, with its gross
      * to date, on the MYTRPT backup withholding review report for
      * the tax desk.  The year's masters feed the CBTXK01 1099-K
      * return and the CBMYS01 merchant statement.  The run date is
      * the business date on the PRCDATE1 processing date control
      * record, fetched through CBPRD01.  At end of run a RUNCTL01
      * control record is appended to the shared control file for
      * each file handled, feeding the CBBAL01 end-of-stream
      * balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBMYT01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SET-XTRACT-FILE  ASSIGN TO SETXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-OUT-FILE ASSIGN TO PAYOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MCH-MASTER-FILE ASSIGN TO MCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MCHM-MERCHANT-ID.
           SELECT OPTIONAL MCH-YTD-FILE ASSIGN TO MCHYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MYT-KEY.
           SELECT MYT-RPT-FILE     ASSIGN TO MYTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SET-XTRACT-FILE
           RECORDING MODE IS F.
           COPY SETXTR01.
      *
       FD  PAY-OUT-FILE
           RECORDING MODE IS F.
           COPY PAYOUT01.
      *
       FD  MCH-MASTER-FILE.
           COPY MCHMAST1.
      *
       FD  MCH-YTD-FILE.
           COPY MCHYTD01.
      *
       FD  MYT-RPT-FILE
           RECORDING MODE IS F.
       01  MYT-RPT-LINE                PIC X(100).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-SET-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-SET-EOF              VALUE 'Y'.
       77  WS-PAY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-PAY-EOF              VALUE 'Y'.
       77  WS-YTD-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-YTD-FOUND            VALUE 'Y'.
           88  WS-YTD-NOT-FOUND        VALUE 'N'.
       77  WS-SET-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-SET-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SET-POSTED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-SET-DUP-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PAY-POSTED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-DUP-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-NEW-YTD-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-NO-TIN-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-NO-MERCH-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-MONTH-IDX                PIC 9(02)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
      *
       01  WS-YTD-GROSS                PIC S9(13)V99 VALUE 0.
       01  WS-TIN-REASON               PIC X(24)   VALUE SPACES.
       01  WS-HOLD-YTD-KEY             PIC X(13)   VALUE SPACES.
      *
           COPY PRDREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(54)   VALUE
               'CARDDEMO MERCHANT BACKUP WITHHOLDING REVIEW'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(10)   VALUE 'MERCHANT'.
           05  FILLER                  PIC X(32)   VALUE 'NAME'.
           05  FILLER                  PIC X(19)   VALUE
               ' GROSS YEAR TO DATE'.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  FILLER                  PIC X(24)   VALUE 'REASON'.
      *
       01  WS-TIN-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TN-MERCHANT-ID       PIC 9(09).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TN-MERCHANT-NAME     PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TN-YTD-GROSS         PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TN-REASON            PIC X(24).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-BLANK-LINE               PIC X(100)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-POST-SETTLEMENT
               THRU 2000-POST-SETTLEMENT-EXIT
               UNTIL WS-SET-EOF.
           PERFORM 3000-POST-PAYOUT THRU 3000-POST-PAYOUT-EXIT
               UNTIL WS-PAY-EOF.
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBMYT01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT  SET-XTRACT-FILE.
           OPEN INPUT  PAY-OUT-FILE.
           OPEN INPUT  MCH-MASTER-FILE.
           OPEN I-O    MCH-YTD-FILE.
           OPEN OUTPUT MYT-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE MYT-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE MYT-RPT-LINE FROM WS-HDR-LINE-2.
           ADD 2 TO WS-RPT-LINE-COUNT.
           READ SET-XTRACT-FILE
               AT END
                   SET WS-SET-EOF TO TRUE
           END-READ.
           READ PAY-OUT-FILE
               AT END
                   SET WS-PAY-EOF TO TRUE
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * A master already carrying tonight's settlement date was
      * posted by an earlier run of the night; the merchant is still
      * checked for a TIN so the review report is complete on a
      * rerun.
      *
       2000-POST-SETTLEMENT.
           ADD 1 TO WS-SET-COUNT.
           ADD SET-NET-PAYABLE TO WS-SET-HASH.
           IF SET-MERCHANT-ID = ZEROS
               ADD 1 TO WS-NO-MERCH-COUNT
               GO TO 2000-READ-NEXT
           END-IF.
           MOVE WS-RUN-YYYY     TO MYT-TAX-YEAR.
           MOVE SET-MERCHANT-ID TO MYT-MERCHANT-ID.
           PERFORM 5000-READ-YTD THRU 5000-READ-YTD-EXIT.
           IF WS-YTD-NOT-FOUND
               MOVE SET-MERCHANT-NAME TO MYT-MERCHANT-NAME
           END-IF.
           IF MYT-LAST-SET-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-SET-DUP-COUNT
           ELSE
               ADD SET-GROSS-COUNT    TO MYT-GROSS-COUNT (WS-RUN-MM)
               ADD SET-GROSS-AMT      TO MYT-GROSS-AMT (WS-RUN-MM)
               ADD SET-REVERSAL-COUNT
                   TO MYT-REVERSAL-COUNT (WS-RUN-MM)
               ADD SET-REVERSAL-AMT   TO MYT-REVERSAL-AMT (WS-RUN-MM)
               ADD SET-FEE-AMT        TO MYT-FEE-AMT (WS-RUN-MM)
               MOVE SET-MERCHANT-NAME TO MYT-MERCHANT-NAME
               MOVE WS-RUN-YYYYMMDD   TO MYT-LAST-SET-DATE
               PERFORM 5100-SAVE-YTD THRU 5100-SAVE-YTD-EXIT
               ADD 1 TO WS-SET-POSTED-COUNT
           END-IF.
           PERFORM 2100-CHECK-TIN THRU 2100-CHECK-TIN-EXIT.
       2000-READ-NEXT.
           READ SET-XTRACT-FILE
               AT END
                   SET WS-SET-EOF TO TRUE
           END-READ.
       2000-POST-SETTLEMENT-EXIT.
           EXIT.
      *
       2100-CHECK-TIN.
           MOVE SET-MERCHANT-ID TO MCHM-MERCHANT-ID.
           READ MCH-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MERCHANT MASTER' TO WS-TIN-REASON
                   GO TO 2100-LIST-MERCHANT
           END-READ.
           EVALUATE TRUE
               WHEN MCHM-TIN = SPACES
                   MOVE 'NO TIN ON FILE'   TO WS-TIN-REASON
               WHEN MCHM-TIN NOT NUMERIC
                   MOVE 'TIN NOT NINE DIGITS' TO WS-TIN-REASON
               WHEN NOT MCHM-TIN-TYPE-VALID
                   MOVE 'TIN TYPE NOT VALID' TO WS-TIN-REASON
               WHEN OTHER
                   GO TO 2100-CHECK-TIN-EXIT
           END-EVALUATE.
       2100-LIST-MERCHANT.
           MOVE ZEROS TO WS-YTD-GROSS.
           PERFORM 2110-ADD-MONTH-GROSS THRU 2110-ADD-MONTH-GROSS-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           MOVE SET-MERCHANT-ID   TO WS-TN-MERCHANT-ID.
           MOVE SET-MERCHANT-NAME TO WS-TN-MERCHANT-NAME.
           MOVE WS-YTD-GROSS      TO WS-TN-YTD-GROSS.
           MOVE WS-TIN-REASON     TO WS-TN-REASON.
           WRITE MYT-RPT-LINE FROM WS-TIN-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           ADD 1 TO WS-NO-TIN-COUNT.
       2100-CHECK-TIN-EXIT.
           EXIT.
      *
       2110-ADD-MONTH-GROSS.
           ADD MYT-GROSS-AMT (WS-MONTH-IDX) TO WS-YTD-GROSS.
       2110-ADD-MONTH-GROSS-EXIT.
           EXIT.
      *
      * Only the releasable payout file is read.  A payout CBPOT01
      * holds on the pending file is never posted here, so the paid
      * to date on the master counts money actually released and
      * nothing held for open disputes.
      *
       3000-POST-PAYOUT.
           ADD 1 TO WS-PAY-COUNT.
           ADD PO-PAY-AMT TO WS-PAY-HASH.
           IF PO-MERCHANT-ID = ZEROS
               ADD 1 TO WS-NO-MERCH-COUNT
               GO TO 3000-READ-NEXT
           END-IF.
           MOVE WS-RUN-YYYY    TO MYT-TAX-YEAR.
           MOVE PO-MERCHANT-ID TO MYT-MERCHANT-ID.
           PERFORM 5000-READ-YTD THRU 5000-READ-YTD-EXIT.
           IF WS-YTD-NOT-FOUND
               MOVE PO-MERCHANT-NAME TO MYT-MERCHANT-NAME
           END-IF.
           IF MYT-LAST-PAY-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-PAY-DUP-COUNT
           ELSE
               ADD PO-PAY-AMT       TO MYT-PAID-AMT (WS-RUN-MM)
               MOVE WS-RUN-YYYYMMDD TO MYT-LAST-PAY-DATE
               PERFORM 5100-SAVE-YTD THRU 5100-SAVE-YTD-EXIT
               ADD 1 TO WS-PAY-POSTED-COUNT
           END-IF.
       3000-READ-NEXT.
           READ PAY-OUT-FILE
               AT END
                   SET WS-PAY-EOF TO TRUE
           END-READ.
       3000-POST-PAYOUT-EXIT.
           EXIT.
      *
       4000-TERMINATE.
           WRITE MYT-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'SETTLEMENTS READ'          TO WS-CL-LABEL.
           MOVE WS-SET-COUNT                TO WS-CL-COUNT.
           WRITE MYT-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'SETTLEMENTS POSTED'        TO WS-CL-LABEL.
           MOVE WS-SET-POSTED-COUNT         TO WS-CL-COUNT.
           WRITE MYT-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAYOUTS READ'              TO WS-CL-LABEL.
           MOVE WS-PAY-COUNT                TO WS-CL-COUNT.
           WRITE MYT-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAYOUTS POSTED'            TO WS-CL-LABEL.
           MOVE WS-PAY-POSTED-COUNT         TO WS-CL-COUNT.
           WRITE MYT-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'MERCHANTS FOR TIN REVIEW'  TO WS-CL-LABEL.
           MOVE WS-NO-TIN-COUNT             TO WS-CL-COUNT.
           WRITE MYT-RPT-LINE FROM WS-COUNT-LINE.
           ADD 6 TO WS-RPT-LINE-COUNT.
           CLOSE SET-XTRACT-FILE PAY-OUT-FILE MCH-MASTER-FILE
                 MCH-YTD-FILE MYT-RPT-FILE.
           PERFORM 4500-WRITE-RUN-CONTROLS
               THRU 4500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBMYT01 SETTLEMENTS READ:     ' WS-SET-COUNT.
           DISPLAY 'CBMYT01 SETTLEMENTS POSTED:   ' WS-SET-POSTED-COUNT.
           DISPLAY 'CBMYT01 SETTLEMENTS ON FILE:  ' WS-SET-DUP-COUNT.
           DISPLAY 'CBMYT01 PAYOUTS READ:         ' WS-PAY-COUNT.
           DISPLAY 'CBMYT01 PAYOUTS POSTED:       ' WS-PAY-POSTED-COUNT.
           DISPLAY 'CBMYT01 PAYOUTS ON FILE:      ' WS-PAY-DUP-COUNT.
           DISPLAY 'CBMYT01 NEW YTD RECORDS:      ' WS-NEW-YTD-COUNT.
           DISPLAY 'CBMYT01 MERCHANTS NO TIN:     ' WS-NO-TIN-COUNT.
           DISPLAY 'CBMYT01 NO MERCHANT, SKIPPED: ' WS-NO-MERCH-COUNT.
       4000-TERMINATE-EXIT.
           EXIT.
      *
       4500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBMYT01'      TO RCT-PROGRAM-ID.
           MOVE 'SETXTR'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-SET-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-SET-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYOUT'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-PAY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-PAY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'MYTRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       4500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
      *
       5000-READ-YTD.
           READ MCH-YTD-FILE
               INVALID KEY
                   SET WS-YTD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-YTD-FOUND TO TRUE
           END-READ.
           IF WS-YTD-NOT-FOUND
               MOVE MYT-KEY TO WS-HOLD-YTD-KEY
               INITIALIZE MCH-YTD-RECORD
               MOVE WS-HOLD-YTD-KEY TO MYT-KEY
           END-IF.
       5000-READ-YTD-EXIT.
           EXIT.
      *
       5100-SAVE-YTD.
           IF WS-YTD-FOUND
               REWRITE MCH-YTD-RECORD
           ELSE
               WRITE MCH-YTD-RECORD
               SET WS-YTD-FOUND TO TRUE
               ADD 1 TO WS-NEW-YTD-COUNT
           END-IF.
       5100-SAVE-YTD-EXIT.
           EXIT.
