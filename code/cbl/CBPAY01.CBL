      * after, so a card paying in several pieces posts each piece
      * against the running remainder -- and written to the
      * posted-payments file the delinquency reporting reads.  A
      * payment on a card already written off to the CHGOFF01
      * charge-off master is not a payment on a live position: it is
      * written instead to the recovery file, carrying the
      * written-off balance still outstanding before and after, for
      * CBCHO01 to post against the charge-off master.  A
      * payment with a bad card number, a bad amount, or on a card
      * with no billing position anywhere is printed on the
      * unapplied-payments exception report instead of silently
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DLQ-CARD-NUM.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-CARD-NUM.
           SELECT PAY-POSTED-FILE  ASSIGN TO PAYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCY-POSTED-FILE  ASSIGN TO RCYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-EXC-RPT-FILE ASSIGN TO PAYEXRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
      *
       FD  DLQ-MASTER-FILE.
           COPY DLQMAST1.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
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
       FD  PAY-EXC-RPT-FILE
           RECORDING MODE IS F.
       77  WS-DLQ-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-DLQ-FOUND            VALUE 'Y'.
           88  WS-DLQ-NOT-FOUND        VALUE 'N'.
       77  WS-CHO-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-CHO-FOUND            VALUE 'Y'.
           88  WS-CHO-NOT-FOUND        VALUE 'N'.
       77  WS-RECOVERY-SW              PIC X(01)   VALUE 'N'.
           88  WS-POSTING-RECOVERY     VALUE 'Y'.
           88  WS-POSTING-PAYMENT      VALUE 'N'.
       77  WS-LBX-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-LBX-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-ACH-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-POSTED-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-POSTED-HASH              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-MASTER-POSTED-COUNT      PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-UNAPPLIED-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       1000-INITIALIZE.
           OPEN INPUT  BIL-SUMMARY-FILE.
           OPEN INPUT  DLQ-MASTER-FILE.
           OPEN INPUT  CHG-OFF-FILE.
           OPEN OUTPUT PAY-POSTED-FILE.
           OPEN OUTPUT RCY-POSTED-FILE.
           OPEN OUTPUT PAY-EXC-RPT-FILE.
           WRITE PAY-EXC-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE PAY-EXC-RPT-LINE FROM WS-HDR-LINE-2.
                   THRU 2400-WRITE-EXCEPTION-EXIT
               GO TO 2100-RETURN-PAYMENT-EXIT
           END-IF.
           PERFORM 2150-MATCH-CHGOFF THRU 2150-MATCH-CHGOFF-EXIT.
           IF WS-CHO-FOUND
               PERFORM 2360-POST-RECOVERY THRU 2360-POST-RECOVERY-EXIT
               GO TO 2100-RETURN-PAYMENT-EXIT
           END-IF.
           PERFORM 2200-MATCH-BILLING THRU 2200-MATCH-BILLING-EXIT.
           IF NOT WS-BIL-EOF
                   AND BIL-CARD-NUM = PAY-CARD-NUM OF PAY-SORT-RECORD
       2100-RETURN-PAYMENT-EXIT.
           EXIT.
      *
      * A charged-off card has no live billing position -- CBCHO01
      * took it off the delinquency master when it was written off
      * -- so the charge-off master is checked before either
      * billing source.
      *
       2150-MATCH-CHGOFF.
           MOVE PAY-CARD-NUM OF PAY-SORT-RECORD TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   SET WS-CHO-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-CHO-FOUND TO TRUE
           END-READ.
       2150-MATCH-CHGOFF-EXIT.
           EXIT.
      *
      * Both files walk forward in card order, so the billing file is
      * advanced only while its card is still behind the payment's;
      * it is never advanced past a card that later payments in the
           ADD 1 TO WS-MASTER-POSTED-COUNT.
       2350-POST-FROM-MASTER-EXIT.
           EXIT.
      *
      * A recovery posts against the written-off balance not yet
      * recovered; there is no minimum or due date left to carry.
      *
       2360-POST-RECOVERY.
           IF CHO-CARD-NUM NOT = WS-POSTING-CARD-NUM
               MOVE CHO-CARD-NUM    TO WS-POSTING-CARD-NUM
               COMPUTE WS-REMAIN-BAL = CHO-BALANCE - CHO-RECOVERED
           END-IF.
           MOVE ZEROS        TO WS-POST-MIN-PAY-DUE.
           MOVE CHO-DUE-DATE TO WS-POST-DUE-DATE.
           SET WS-POSTING-RECOVERY TO TRUE.
           PERFORM 2380-WRITE-POSTED THRU 2380-WRITE-POSTED-EXIT.
           SET WS-POSTING-PAYMENT TO TRUE.
       2360-POST-RECOVERY-EXIT.
           EXIT.
      *
       2380-WRITE-POSTED.
           MOVE WS-REMAIN-BAL TO WS-BAL-BEFORE.
           SUBTRACT PAY-AMT OF PAY-SORT-RECORD FROM WS-REMAIN-BAL.
           MOVE SPACES TO PAY-POSTED-RECORD.
           MOVE PAY-CARD-NUM OF PAY-SORT-RECORD
               TO PST-CARD-NUM OF PAY-POSTED-RECORD.
           MOVE PAY-PAY-DATE OF PAY-SORT-RECORD
               TO PST-PAY-DATE OF PAY-POSTED-RECORD.
           MOVE PAY-AMT OF PAY-SORT-RECORD
               TO PST-PAY-AMT OF PAY-POSTED-RECORD.
           MOVE PAY-SOURCE-CD OF PAY-SORT-RECORD
               TO PST-SOURCE-CD OF PAY-POSTED-RECORD.
           MOVE PAY-PAY-REF OF PAY-SORT-RECORD
               TO PST-PAY-REF OF PAY-POSTED-RECORD.
           MOVE WS-BAL-BEFORE
               TO PST-BAL-BEFORE OF PAY-POSTED-RECORD.
           MOVE WS-REMAIN-BAL
               TO PST-BAL-AFTER OF PAY-POSTED-RECORD.
           MOVE WS-POST-MIN-PAY-DUE
               TO PST-MIN-PAY-DUE OF PAY-POSTED-RECORD.
           MOVE WS-POST-DUE-DATE
               TO PST-DUE-DATE OF PAY-POSTED-RECORD.
           IF WS-POSTING-RECOVERY
               WRITE RCY-POSTED-RECORD FROM PAY-POSTED-RECORD
               ADD 1 TO WS-RCY-COUNT
               ADD PAY-AMT OF PAY-SORT-RECORD TO WS-RCY-HASH
               GO TO 2380-WRITE-POSTED-EXIT
           END-IF.
           WRITE PAY-POSTED-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PAY-AMT OF PAY-SORT-RECORD TO WS-POSTED-HASH.
           MOVE 'PAYMENTS POSTED'     TO WS-CL-LABEL.
           MOVE WS-POSTED-COUNT       TO WS-CL-COUNT.
           WRITE PAY-EXC-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'RECOVERIES POSTED'   TO WS-CL-LABEL.
           MOVE WS-RCY-COUNT          TO WS-CL-COUNT.
           WRITE PAY-EXC-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAYMENTS UNAPPLIED'  TO WS-CL-LABEL.
           MOVE WS-UNAPPLIED-COUNT    TO WS-CL-COUNT.
           WRITE PAY-EXC-RPT-LINE FROM WS-COUNT-LINE.
           ADD 4 TO WS-RPT-LINE-COUNT.
           CLOSE BIL-SUMMARY-FILE DLQ-MASTER-FILE CHG-OFF-FILE
                 PAY-POSTED-FILE RCY-POSTED-FILE PAY-EXC-RPT-FILE.
           PERFORM 3500-WRITE-RUN-CONTROLS
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBPAY01 LOCKBOX PAYMENTS READ: ' WS-LBX-COUNT.
           DISPLAY 'CBPAY01 PAYMENTS POSTED:       ' WS-POSTED-COUNT.
           DISPLAY 'CBPAY01 POSTED OFF DLQ MASTER: '
               WS-MASTER-POSTED-COUNT.
           DISPLAY 'CBPAY01 RECOVERIES POSTED:     ' WS-RCY-COUNT.
           DISPLAY 'CBPAY01 PAYMENTS UNAPPLIED:    '
               WS-UNAPPLIED-COUNT.
       3000-TERMINATE-EXIT.
           MOVE WS-POSTED-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-POSTED-HASH TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RCYPST'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RCY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RCY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYEXRPT'     TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
