      ******************************************************************
      *
      * Rolls the delinquency master forward one night.  Tonight's
      * BILSUM01 billing file restates each card's position: a card that
      * met the minimum on its old position gets the fresh due date and
      * minimum; a card that did not keeps its old due date -- the aging
      * clock runs from the cycle first missed -- with the unpaid
      * remainder folded into the new minimum owed.  The posted payments
      * CBPAY01 wrote are then applied to each card's
      * DLQ-PAID-SINCE-DUE.  A card CBCHO01 has written off to the
      * CHGOFF01 charge-off master is off the books and is never put
      * back on the master by a later billing.  A full pass of the
      * master restates every card's days past due and 30/60/90/120
      * bucket from the due date, the way CBDSP01 restates DSP-DAYS-AGED
      * nightly, and every past-due card is written to a worklist that
      * is rank-sorted deepest bucket first, largest balance first, and
      * printed for collections with card numbers masked through CBPAN01
      * like every other print file.  At end of run a RUNCTL01 control
      * record is appended to the shared control file for each file
      * handled, feeding the CBBAL01 end-of-stream balance.  The run
      * date is the business date on the PRCDATE1 processing date
      * control record, fetched through CBPRD01, never the clock -- a
      * rerun of a prior night ages DLQ-DAYS-PAST-DUE to that night and
      * not one day further.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBDLQ01.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DLQ-CARD-NUM.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-CARD-NUM.
           SELECT DLQ-UNRANKED-FILE ASSIGN TO DLQUNRK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANK-SORT-WORK   ASSIGN TO SRTWK01.
      *
       FD  DLQ-MASTER-FILE.
           COPY DLQMAST1.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  DLQ-UNRANKED-FILE
           RECORDING MODE IS F.
       77  WS-PAY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PAY-NO-MASTER-COUNT      PIC 9(09)   COMP VALUE 0.
       77  WS-BIL-CHGOFF-COUNT         PIC 9(09)   COMP VALUE 0.
       77  WS-WORKLIST-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       01  WS-RUN-DATE-INT             PIC 9(09)   VALUE ZEROS.
       01  WS-DUE-DATE-INT             PIC 9(09)   VALUE ZEROS.
       01  WS-DAYS-PAST                PIC S9(09)  VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBDLQ01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
       1000-INITIALIZE-EXIT.
      *
       2000-ROLL-BILLING.
           OPEN INPUT BIL-SUMMARY-FILE.
           OPEN INPUT CHG-OFF-FILE.
           OPEN I-O   DLQ-MASTER-FILE.
           PERFORM 2100-READ-BILLING THRU 2100-READ-BILLING-EXIT.
           PERFORM 2200-ROLL-ONE-CARD THRU 2200-ROLL-ONE-CARD-EXIT
               UNTIL WS-BIL-EOF.
           CLOSE BIL-SUMMARY-FILE.
           CLOSE CHG-OFF-FILE.
           CLOSE DLQ-MASTER-FILE.
       2000-ROLL-BILLING-EXIT.
           EXIT.
       2200-ROLL-ONE-CARD.
           ADD 1 TO WS-BIL-COUNT.
           ADD BIL-CLOSING-BAL TO WS-BIL-HASH.
           MOVE BIL-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-BIL-CHGOFF-COUNT
                   PERFORM 2100-READ-BILLING
                       THRU 2100-READ-BILLING-EXIT
                   GO TO 2200-ROLL-ONE-CARD-EXIT
           END-READ.
           MOVE BIL-CARD-NUM TO DLQ-CARD-NUM.
           READ DLQ-MASTER-FILE
               INVALID KEY
           MOVE ZEROS           TO DLQ-PAID-SINCE-DUE.
           MOVE ZEROS           TO DLQ-DAYS-PAST-DUE.
           MOVE ZEROS           TO DLQ-BUCKET.
           MOVE BIL-FINANCE-CHG TO DLQ-FIN-CHG-SINCE-DUE.
           MOVE BIL-FINANCE-CHG TO DLQ-LAST-FIN-CHG.
           WRITE DLQ-MASTER-RECORD.
       2300-CREATE-POSITION-EXIT.
           EXIT.
      *
       2400-RESTATE-POSITION.
           IF DLQ-FIN-CHG-SINCE-DUE NOT NUMERIC
               MOVE ZEROS TO DLQ-FIN-CHG-SINCE-DUE
               MOVE ZEROS TO DLQ-LAST-FIN-CHG
           END-IF.
           IF BIL-DUE-DATE = DLQ-DUE-DATE
               MOVE BIL-MIN-PAY-DUE TO DLQ-MIN-PAY-DUE
               MOVE BIL-NEW-BALANCE TO DLQ-NEW-BALANCE
               SUBTRACT DLQ-LAST-FIN-CHG FROM DLQ-FIN-CHG-SINCE-DUE
               ADD BIL-FINANCE-CHG TO DLQ-FIN-CHG-SINCE-DUE
               MOVE BIL-FINANCE-CHG TO DLQ-LAST-FIN-CHG
               REWRITE DLQ-MASTER-RECORD
               GO TO 2400-RESTATE-POSITION-EXIT
           END-IF.
               MOVE BIL-DUE-DATE    TO DLQ-DUE-DATE
               MOVE BIL-MIN-PAY-DUE TO DLQ-MIN-PAY-DUE
               MOVE ZEROS           TO DLQ-PAID-SINCE-DUE
               MOVE BIL-FINANCE-CHG TO DLQ-FIN-CHG-SINCE-DUE
           ELSE
               COMPUTE WS-CARRY-MIN-PAY =
                   DLQ-MIN-PAY-DUE - DLQ-PAID-SINCE-DUE
                   + BIL-MIN-PAY-DUE
               MOVE WS-CARRY-MIN-PAY TO DLQ-MIN-PAY-DUE
               MOVE ZEROS            TO DLQ-PAID-SINCE-DUE
               ADD BIL-FINANCE-CHG   TO DLQ-FIN-CHG-SINCE-DUE
           END-IF.
           MOVE BIL-FINANCE-CHG TO DLQ-LAST-FIN-CHG.
           MOVE BIL-NEW-BALANCE TO DLQ-NEW-BALANCE.
           REWRITE DLQ-MASTER-RECORD.
       2400-RESTATE-POSITION-EXIT.
           PERFORM 6500-WRITE-RUN-CONTROLS
               THRU 6500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBDLQ01 CARDS BILLED:          ' WS-BIL-COUNT.
           DISPLAY 'CBDLQ01 CHARGED-OFF SKIPPED:   '
               WS-BIL-CHGOFF-COUNT.
           DISPLAY 'CBDLQ01 PAYMENTS APPLIED:      ' WS-PAY-COUNT.
           DISPLAY 'CBDLQ01 PAYMENTS W/O MASTER:   '
               WS-PAY-NO-MASTER-COUNT.
