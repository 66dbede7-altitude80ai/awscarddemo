      * STMT-ORIG-TS in the card's activity when the card has no
      * cycle dates --
      * then one dated detail line per transaction with page overflow
      * and continuation headers, and a per-card totals block that
      * opens from the previous statement balance and the payments
      * posted since, as CBSTM01 carried them off the ACTBAL01
      * account balance master, so previous balance less payments
      * plus activity foots to the closing balance on the page.  The
      * billing summary CBBIL01 wrote is read alongside, in the same
      * card order, so the totals block can show the finance charge,
      * minimum payment due and due date, and for a card billed
      * tonight the rewards points block CBRWD01 rolled onto the
      * RWDMAST1 points master -- opening balance, points earned,
      * clawed back, expired and redeemed, and closing balance; the
      * block is matched to tonight by the business date on the
      * PRCDATE1 processing date control record, fetched through
      * CBPRD01.  A card with no master
      * record still prints, flagged for address research, so the
      * activity is never silently dropped.  The master's
      * CHD-DELIVERY-CD is honored per card: an e-statement
               RECORD KEY IS CHD-CARD-NUM.
           SELECT BIL-SUMMARY-FILE ASSIGN TO BILSUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RWD-MASTER-FILE ASSIGN TO RWDMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RWD-CARD-NUM.
           SELECT STMT-PRINT-FILE  ASSIGN TO STMTPRT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EST-OUT-FILE     ASSIGN TO ESTMT
       FD  BIL-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY BILSUM01.
      *
       FD  RWD-MASTER-FILE.
           COPY RWDMAST1.
      *
       FD  STMT-PRINT-FILE
           RECORDING MODE IS F.
       77  WS-BIL-MATCHED-SW           PIC X(01)   VALUE 'N'.
           88  WS-BIL-MATCHED          VALUE 'Y'.
           88  WS-BIL-NOT-MATCHED      VALUE 'N'.
       77  WS-RWD-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-RWD-FOUND            VALUE 'Y'.
           88  WS-RWD-NOT-FOUND        VALUE 'N'.
       77  WS-PAPER-SW                 PIC X(01)   VALUE 'Y'.
           88  WS-PRINT-PAPER          VALUE 'Y'.
           88  WS-PRINT-SUPPRESSED     VALUE 'N'.
       77  WS-PAGE-NUM                 PIC 9(03)   COMP VALUE 0.
       77  WS-PAGE-LINE-MAX            PIC 9(03)   COMP VALUE 55.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-PRIOR-CARD-NUM           PIC X(16)   VALUE SPACES.
       01  WS-MASKED-CARD-NUM          PIC X(16)   VALUE SPACES.
       01  WS-CARD-SURROGATE           PIC 9(09)   VALUE ZEROS.
      *
           COPY PANREQ1.
      *
           COPY PRDREQ1.
      *
       01  WS-CARD-TOTALS.
           05  WS-CT-ACTIVITY          PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CT-CLOSING-BAL       PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CT-PREV-BALANCE      PIC S9(09)V99 COMP-3 VALUE 0.
           05  WS-CT-PAYMENTS          PIC S9(09)V99 COMP-3 VALUE 0.
      *
       01  WS-PERIOD-FROM-TS           PIC X(26)   VALUE SPACES.
       01  WS-PERIOD-TO-TS             PIC X(26)   VALUE SPACES.
           05  WS-TL-LABEL             PIC X(24).
           05  FILLER                  PIC X(34)   VALUE SPACES.
           05  WS-TL-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-POINTS-LINE.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  WS-PL-LABEL             PIC X(30).
           05  FILLER                  PIC X(31)   VALUE SPACES.
           05  WS-PL-POINTS            PIC ZZZ,ZZZ,ZZ9-.
      *
       01  WS-DUE-DATE-LINE.
           05  FILLER                  PIC X(03)   VALUE SPACES.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBPRT01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT  STMT-IN-FILE.
           OPEN INPUT  CRD-HOLDER-FILE.
           OPEN INPUT  BIL-SUMMARY-FILE.
           OPEN INPUT  RWD-MASTER-FILE.
           OPEN OUTPUT STMT-PRINT-FILE.
           OPEN OUTPUT EST-OUT-FILE.
           OPEN OUTPUT SUP-REG-FILE.
           MOVE STMT-CYC-CLOSE-DATE TO WS-CARD-CYC-CLOSE.
           MOVE 0 TO WS-CT-ACTIVITY.
           MOVE 0 TO WS-CT-CLOSING-BAL.
           MOVE STMT-PREV-BALANCE TO WS-CT-PREV-BALANCE.
           MOVE STMT-PAYMENTS     TO WS-CT-PAYMENTS.
           MOVE WS-PRIOR-CARD-NUM TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED    TO WS-MASKED-CARD-NUM.
           PERFORM 2300-LOOKUP-HOLDER THRU 2300-LOOKUP-HOLDER-EXIT.
           PERFORM 2310-SET-DELIVERY THRU 2310-SET-DELIVERY-EXIT.
           PERFORM 2350-MATCH-BILLING THRU 2350-MATCH-BILLING-EXIT.
           PERFORM 2370-LOOKUP-POINTS THRU 2370-LOOKUP-POINTS-EXIT.
           MOVE 0 TO WS-PAGE-NUM.
           IF WS-PRINT-PAPER
               PERFORM 2400-PAGE-HEADER THRU 2400-PAGE-HEADER-EXIT
           END-READ.
       2360-CHECK-BILLING-EXIT.
           EXIT.
      *
      * CBRWD01 rolls the card's points activity into the statement
      * block on the night CBBIL01 bills the card, dated with the
      * business date, so the block is shown only alongside tonight's
      * billing summary and is never a stale one from the previous
      * cycle.
      *
       2370-LOOKUP-POINTS.
           SET WS-RWD-NOT-FOUND TO TRUE.
           IF WS-BIL-NOT-MATCHED
               GO TO 2370-LOOKUP-POINTS-EXIT
           END-IF.
           MOVE WS-PRIOR-CARD-NUM TO RWD-CARD-NUM.
           READ RWD-MASTER-FILE
               INVALID KEY
                   GO TO 2370-LOOKUP-POINTS-EXIT
           END-READ.
           IF RWD-STMT-CLOSE-DATE NOT = WS-RUN-YYYYMMDD
               GO TO 2370-LOOKUP-POINTS-EXIT
           END-IF.
           SET WS-RWD-FOUND TO TRUE.
       2370-LOOKUP-POINTS-EXIT.
           EXIT.
      *
       2400-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           END-IF.
       2700-CARD-TOTALS-EXIT.
           EXIT.
      *
      * Payments print as a credit, so the block foots down the
      * page: previous balance, payments, activity, closing balance.
      *
       2710-PRINT-TOTALS-BLOCK.
           IF WS-PAGE-LINE-COUNT + 9 > WS-PAGE-LINE-MAX
               PERFORM 2400-PAGE-HEADER THRU 2400-PAGE-HEADER-EXIT
           END-IF.
           WRITE STMT-PRINT-LINE FROM WS-BLANK-LINE.
           PERFORM 2450-SET-PERIOD-DATES
               THRU 2450-SET-PERIOD-DATES-EXIT.
           WRITE STMT-PRINT-LINE FROM WS-CARD-PERIOD-LINE.
           MOVE 'PREVIOUS BALANCE' TO WS-TL-LABEL.
           MOVE WS-CT-PREV-BALANCE TO WS-TL-AMT.
           WRITE STMT-PRINT-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYMENTS'         TO WS-TL-LABEL.
           COMPUTE WS-TL-AMT = 0 - WS-CT-PAYMENTS.
           WRITE STMT-PRINT-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL ACTIVITY'   TO WS-TL-LABEL.
           MOVE WS-CT-ACTIVITY     TO WS-TL-AMT.
           WRITE STMT-PRINT-LINE FROM WS-TOTAL-LINE.
           MOVE 'CLOSING BALANCE'  TO WS-TL-LABEL.
           MOVE WS-CT-CLOSING-BAL  TO WS-TL-AMT.
           WRITE STMT-PRINT-LINE FROM WS-TOTAL-LINE.
           ADD 6 TO WS-PRT-LINE-COUNT.
           ADD 6 TO WS-PAGE-LINE-COUNT.
           IF WS-BIL-MATCHED
               PERFORM 2800-BILLING-BLOCK
                   THRU 2800-BILLING-BLOCK-EXIT
           END-IF.
           IF WS-RWD-FOUND
               PERFORM 2850-POINTS-BLOCK
                   THRU 2850-POINTS-BLOCK-EXIT
           END-IF.
       2710-PRINT-TOTALS-BLOCK-EXIT.
           EXIT.
      *
           MOVE WS-CP-TO-DATE      TO EST-TL-TO-DATE.
           MOVE WS-CT-ACTIVITY     TO EST-TL-ACTIVITY.
           MOVE WS-CT-CLOSING-BAL  TO EST-TL-CLOSING-BAL.
           MOVE WS-CT-PREV-BALANCE TO EST-TL-PREV-BALANCE.
           MOVE WS-CT-PAYMENTS     TO EST-TL-PAYMENTS.
           WRITE EST-OUT-RECORD.
           ADD 1 TO WS-EST-REC-COUNT.
           IF WS-BIL-MATCHED
               WRITE EST-OUT-RECORD
               ADD 1 TO WS-EST-REC-COUNT
           END-IF.
           IF WS-RWD-FOUND
               MOVE SPACES TO EST-OUT-RECORD
               SET EST-IS-POINTS TO TRUE
               MOVE WS-MASKED-CARD-NUM TO EST-MASKED-CARD
               MOVE WS-CARD-SURROGATE  TO EST-SURROGATE
               MOVE RWD-STMT-OPEN-BAL  TO EST-PT-OPEN-BAL
               MOVE RWD-STMT-EARNED    TO EST-PT-EARNED
               MOVE RWD-STMT-CLAWBACK  TO EST-PT-CLAWBACK
               MOVE RWD-STMT-EXPIRED   TO EST-PT-EXPIRED
               MOVE RWD-STMT-REDEEMED  TO EST-PT-REDEEMED
               MOVE RWD-STMT-CLOSE-BAL TO EST-PT-CLOSE-BAL
               WRITE EST-OUT-RECORD
               ADD 1 TO WS-EST-REC-COUNT
           END-IF.
       2750-WRITE-EST-TOTALS-EXIT.
           EXIT.
      *
           ADD 3 TO WS-PAGE-LINE-COUNT.
       2800-BILLING-BLOCK-EXIT.
           EXIT.
      *
      * Points taken away print as credits, so the block foots
      * down the page from the opening to the closing balance.
      *
       2850-POINTS-BLOCK.
           IF WS-PAGE-LINE-COUNT + 7 > WS-PAGE-LINE-MAX
               PERFORM 2400-PAGE-HEADER THRU 2400-PAGE-HEADER-EXIT
           END-IF.
           WRITE STMT-PRINT-LINE FROM WS-BLANK-LINE.
           MOVE 'REWARDS POINTS OPENING'   TO WS-PL-LABEL.
           MOVE RWD-STMT-OPEN-BAL          TO WS-PL-POINTS.
           WRITE STMT-PRINT-LINE FROM WS-POINTS-LINE.
           MOVE 'POINTS EARNED'            TO WS-PL-LABEL.
           MOVE RWD-STMT-EARNED            TO WS-PL-POINTS.
           WRITE STMT-PRINT-LINE FROM WS-POINTS-LINE.
           MOVE 'POINTS CLAWED BACK'       TO WS-PL-LABEL.
           COMPUTE WS-PL-POINTS = 0 - RWD-STMT-CLAWBACK.
           WRITE STMT-PRINT-LINE FROM WS-POINTS-LINE.
           MOVE 'POINTS EXPIRED'           TO WS-PL-LABEL.
           COMPUTE WS-PL-POINTS = 0 - RWD-STMT-EXPIRED.
           WRITE STMT-PRINT-LINE FROM WS-POINTS-LINE.
           MOVE 'POINTS REDEEMED'          TO WS-PL-LABEL.
           COMPUTE WS-PL-POINTS = 0 - RWD-STMT-REDEEMED.
           WRITE STMT-PRINT-LINE FROM WS-POINTS-LINE.
           MOVE 'REWARDS POINTS CLOSING'   TO WS-PL-LABEL.
           MOVE RWD-STMT-CLOSE-BAL         TO WS-PL-POINTS.
           WRITE STMT-PRINT-LINE FROM WS-POINTS-LINE.
           ADD 7 TO WS-PRT-LINE-COUNT.
           ADD 7 TO WS-PAGE-LINE-COUNT.
       2850-POINTS-BLOCK-EXIT.
           EXIT.
      *
       3000-TERMINATE.
           MOVE 'STATEMENTS SUPPRESSED'  TO WS-SC-LABEL.
           WRITE SUP-REG-LINE FROM WS-SUP-COUNT-LINE.
           ADD 2 TO WS-SUP-LINE-COUNT.
           CLOSE STMT-IN-FILE CRD-HOLDER-FILE BIL-SUMMARY-FILE
                 RWD-MASTER-FILE STMT-PRINT-FILE EST-OUT-FILE
                 SUP-REG-FILE.
           PERFORM 3500-WRITE-RUN-CONTROLS
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBPRT01 STATEMENT LINES READ: ' WS-STMT-COUNT.
