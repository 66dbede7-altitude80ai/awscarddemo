      *
      * Prices each card's cycle off the STMTOUT1 statement file
      * CBSTM01 built: the closing balance is the running balance on
      * the card's last statement line -- which CBSTM01 opened from
      * the balance carried forward on the ACTBAL01 account balance
      * master, so last cycle's unpaid balance and finance charge
      * are priced again and the payments since are credited --
      * split into a cash portion
      * (the sum of cash-type activity, told apart by the STMT-TYPE-CD
      * carried through from the extract) and a purchase portion (the
      * remainder).  Each positive portion is charged one month of
      * cycle close date (carried on its statement lines) plus the
      * group's own grace days, falling back to the RATPARM1 grace
      * days when the entry carries none; a card with no cycle dates
      * falls back to the old run-date-plus-grace reading, the run
      * date being the business date off the PRCDATE1 processing
      * date control record.  A due date that lands on a weekend or
      * a HOLCAL01 holiday rolls forward to the next processing day
      * through the CBPRD01 processing date service.  One BILSUM01
      * record is written per card for the statement print and the
      * warehouse, carrying the card's previous statement balance
      * through from the statement lines.  A card written off to the
      * CHGOFF01 charge-off master is off the books and is never
      * billed, even should a statement line reach it.  At end of
      * run a RUNCTL01
      * control record is appended to the shared control file for
      * each file handled, feeding the CBBAL01 end-of-stream
      * balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBBIL01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIL-SUMMARY-FILE ASSIGN TO BILSUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-CARD-NUM.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       FD  BIL-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY BILSUM01.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
       77  WS-STMT-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CARD-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-BIL-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-DUE-ROLLED-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-CHGOFF-COUNT             PIC 9(09)   COMP VALUE 0.
      *
       01  WS-RATE-PARMS.
           05  WS-APR-PURCHASE         PIC 9(02)V9(04) VALUE 0.
      *
       01  WS-CARD-WORK.
           05  WS-CLOSING-BAL          PIC S9(09)V99 VALUE 0.
           05  WS-PREV-BALANCE         PIC S9(09)V99 VALUE 0.
           05  WS-CASH-BAL             PIC S9(09)V99 VALUE 0.
           05  WS-PURCHASE-BAL         PIC S9(09)V99 VALUE 0.
           05  WS-PURCHASE-CHG         PIC S9(07)V99 VALUE 0.
       01  WS-DUE-DATE                 PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-DATE-INTEGER             PIC 9(09)   VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
       77  WS-CYC-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CYC-EOF              VALUE 'Y'.
           MOVE RAT-MIN-PAY-FLOOR TO WS-MIN-PAY-FLOOR.
           MOVE RAT-DUE-DAYS      TO WS-DUE-DAYS.
           CLOSE RAT-PARM-FILE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBBIL01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD)
               + WS-DUE-DAYS.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-DUE-DATE TO WS-CARD-DUE-DATE.
           PERFORM 2580-ROLL-DUE-DATE THRU 2580-ROLL-DUE-DATE-EXIT.
           MOVE WS-CARD-DUE-DATE TO WS-DUE-DATE.
           MOVE 0 TO WS-DUE-ROLLED-COUNT.
           OPEN INPUT CYC-CAL-FILE.
           PERFORM 1200-LOAD-CYCLE-ENTRY
               THRU 1200-LOAD-CYCLE-ENTRY-EXIT
               UNTIL WS-CYC-EOF.
           CLOSE CYC-CAL-FILE.
           OPEN INPUT  STMT-IN-FILE.
           OPEN INPUT  CHG-OFF-FILE.
           OPEN OUTPUT BIL-SUMMARY-FILE.
           READ STMT-IN-FILE
               AT END
               END-IF
           END-IF.
           MOVE STMT-RUN-BALANCE TO WS-CLOSING-BAL.
           MOVE STMT-PREV-BALANCE TO WS-PREV-BALANCE.
           MOVE STMT-CYCLE-CD TO WS-CARD-CYCLE-CD.
           MOVE STMT-CYC-CLOSE-DATE TO WS-CARD-CYC-CLOSE.
           MOVE STMT-TYPE-CD TO WS-STMT-TYPE-CD.
      * fully-paid portion accrues nothing.  The charges are computed
      * into their own fields before the sum; folding the divisions
      * into one COMPUTE loses cents to the intermediate-result
      * rules.  A charged-off card is dropped without a billing
      * record.
      *
       2400-CARD-BREAK.
           MOVE WS-PRIOR-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CHGOFF-COUNT
                   GO TO 2400-CARD-BREAK-RESET
           END-READ.
           COMPUTE WS-PURCHASE-BAL =
               WS-CLOSING-BAL - WS-CASH-BAL.
           MOVE 0 TO WS-PURCHASE-CHG.
               THRU 2500-SET-MINIMUM-PAYMENT-EXIT.
           PERFORM 2550-SET-DUE-DATE THRU 2550-SET-DUE-DATE-EXIT.
           PERFORM 2600-WRITE-BILLING THRU 2600-WRITE-BILLING-EXIT.
       2400-CARD-BREAK-RESET.
           MOVE 0 TO WS-CLOSING-BAL.
           MOVE 0 TO WS-PREV-BALANCE.
           MOVE 0 TO WS-CASH-BAL.
       2400-CARD-BREAK-EXIT.
           EXIT.
               + WS-CARD-DUE-DAYS.
           COMPUTE WS-CARD-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           PERFORM 2580-ROLL-DUE-DATE THRU 2580-ROLL-DUE-DATE-EXIT.
       2550-SET-DUE-DATE-EXIT.
           EXIT.
      *
           END-IF.
       2570-MATCH-CYCLE-ENTRY-EXIT.
           EXIT.
      *
      * A cardholder cannot be asked to pay on a day the stream does
      * not post payments, so a due date on a weekend or holiday
      * moves to the next processing day.
      *
       2580-ROLL-DUE-DATE.
           MOVE WS-CARD-DUE-DATE TO PRD-IN-DATE.
           SET PRD-ON-OR-AFTER TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF PRD-OK AND PRD-OUT-DATE NOT = WS-CARD-DUE-DATE
               MOVE PRD-OUT-DATE TO WS-CARD-DUE-DATE
               ADD 1 TO WS-DUE-ROLLED-COUNT
           END-IF.
       2580-ROLL-DUE-DATE-EXIT.
           EXIT.
      *
       2600-WRITE-BILLING.
           MOVE SPACES TO BIL-SUMMARY-RECORD.
           MOVE WS-NEW-BALANCE    TO BIL-NEW-BALANCE.
           MOVE WS-MIN-PAY-DUE    TO BIL-MIN-PAY-DUE.
           MOVE WS-CARD-DUE-DATE  TO BIL-DUE-DATE.
           MOVE WS-PREV-BALANCE   TO BIL-PREV-BALANCE.
           WRITE BIL-SUMMARY-RECORD.
           ADD 1 TO WS-CARD-COUNT.
           ADD WS-CLOSING-BAL TO WS-BIL-HASH.
           EXIT.
      *
       3000-TERMINATE.
           CLOSE STMT-IN-FILE BIL-SUMMARY-FILE CHG-OFF-FILE.
           PERFORM 3500-WRITE-RUN-CONTROLS
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBBIL01 STATEMENT LINES READ: ' WS-STMT-COUNT.
           DISPLAY 'CBBIL01 CARDS BILLED:         ' WS-CARD-COUNT.
           DISPLAY 'CBBIL01 DUE DATES ROLLED:     ' WS-DUE-ROLLED-COUNT.
           DISPLAY 'CBBIL01 CHARGED OFF SKIPPED:  ' WS-CHGOFF-COUNT.
       3000-TERMINATE-EXIT.
           EXIT.
      *
