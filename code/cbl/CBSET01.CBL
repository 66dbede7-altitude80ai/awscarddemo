      * charging a percentage of net volume plus a per-item fee on
      * gross sales.  One SETXTR01 record is written per merchant,
      * and a printable remittance advice shows gross, reversals,
      * disputes held, fee and net payable.  Activity carrying
      * merchant zero -- returned-payment fees and manual
      * adjustments the issuer raises against the cardholder -- has
      * no merchant to settle with; it is counted as read but passed
      * over.  At end of run a RUNCTL01
      * control record is appended to the shared control file for
      * each file handled, feeding the CBBAL01 end-of-stream balance.
      *
       77  WS-TRNX-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-TRNX-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-MERCHANT-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-NO-MERCH-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-SETTLE-HASH              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-REV-TBL-COUNT            PIC 9(05)   COMP VALUE 0.
           END-RETURN.
           ADD 1 TO WS-TRNX-COUNT.
           ADD TRNX-AMT OF SORT-RECORD TO WS-TRNX-HASH.
           IF TRNX-MERCHANT-ID OF SORT-RECORD = ZEROS
               ADD 1 TO WS-NO-MERCH-COUNT
               GO TO 2100-RETURN-SORTED-EXIT
           END-IF.
           IF WS-FIRST-REC
               MOVE TRNX-MERCHANT-ID OF SORT-RECORD
                   TO WS-PRIOR-MERCHANT-ID
           DISPLAY 'CBSET01 TRANSACTIONS SETTLED: ' WS-TRNX-COUNT.
           DISPLAY 'CBSET01 MERCHANTS SETTLED:    '
               WS-MERCHANT-COUNT.
           DISPLAY 'CBSET01 NO MERCHANT, SKIPPED: '
               WS-NO-MERCH-COUNT.
       3000-TERMINATE-EXIT.
           EXIT.
      *
