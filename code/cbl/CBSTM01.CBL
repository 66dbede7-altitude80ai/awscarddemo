      * per card, from the COSTM01 extract.  The extract is resorted
      * into card/TRNX-ID order ahead of the build so that a restart
      * of this job reproduces the identical sequence every time.
      * The statement date is the business date off the PRCDATE1
      * processing date control record, never the clock.  Each card
      * statements only on the night its CYCCAL01 cycle group closes
      * -- or the first processing night after, when the close falls
      * on a weekend or holiday: the card's CHD-CYCLE-CD on the
      * cardholder master names its calendar entry, and a card
      * whose entry does
      * not close tonight is passed over, spreading the statement
      * population across the month.  The group's open and close
      * dates ride every statement line for billing and print.  A
      * sorted sequence is skipped up to the checkpointed key before
      * statement output resumes, and the statement and checkpoint
      * files are extended rather than recreated so earlier output
      * from the abended run is preserved.  Each card's running
      * balance opens from its balance carried forward on the
      * ACTBAL01 account balance master -- last statement's new
      * balance less the payments posted since -- not from zero, and
      * the previous balance and payments ride every statement line
      * for billing and print; a card not yet on the master opens
      * from zero.  A card in a closing cycle that still carries a
      * balance, or payments since its last statement, on the master
      * but had no activity in the extract gets a single zero-amount
      * balance-forward line, so it still statements, bills and
      * closes its cycle.  A card written off to the CHGOFF01
      * charge-off master is off the books and never statements.
      * At end of run a RUNCTL01
      * control record is appended to the shared control file for
      * each file handled, feeding the CBBAL01 end-of-stream balance.
      *
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHD-CARD-NUM.
           SELECT OPTIONAL ACT-BALANCE-FILE ASSIGN TO ACTBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABL-CARD-NUM.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHO-CARD-NUM.
           SELECT CKPT-LOG-FILE    ASSIGN TO CKPTLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STMT-OUT-FILE    ASSIGN TO STMTOUT
      *
       FD  CRD-HOLDER-FILE.
           COPY CRDHLD1.
      *
       FD  ACT-BALANCE-FILE.
           COPY ACTBAL01.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  CKPT-LOG-FILE
           RECORDING MODE IS F.
       77  WS-CHECKPOINT-INTERVAL      PIC 9(05)   COMP VALUE 1000.
       77  WS-RECORDS-SINCE-CKPT       PIC 9(05)   COMP VALUE 0.
       77  WS-RECORDS-PROCESSED        PIC 9(09)   VALUE 0.
       77  WS-EXTRACT-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-EXTRACT-HASH             PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-EOF-SW                   PIC X(01)   VALUE 'N'.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-EXT-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-EXT-EOF              VALUE 'Y'.
       77  WS-ABL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-ABL-EOF              VALUE 'Y'.
       77  WS-RESTART-SW               PIC X(01)   VALUE 'N'.
           88  WS-RESTART-RUN          VALUE 'Y'.
       77  WS-SKIP-SW                  PIC X(01)   VALUE 'N'.
       77  WS-CYC-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-CYC-FOUND             VALUE 'Y'.
           88  WS-CYC-NOT-FOUND         VALUE 'N'.
       77  WS-ABL-FOUND-SW              PIC X(01)   VALUE 'N'.
           88  WS-ABL-FOUND             VALUE 'Y'.
           88  WS-ABL-NOT-FOUND         VALUE 'N'.
       77  WS-STMT-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CARDS-SELECTED            PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-SKIPPED             PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-DEFAULTED           PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-NO-BALANCE          PIC 9(09)   COMP VALUE 0.
       77  WS-CARDS-CHGOFF              PIC 9(09)   COMP VALUE 0.
       77  WS-BAL-FWD-RELEASED          PIC 9(09)   COMP VALUE 0.
       77  WS-BAL-FWD-WRITTEN           PIC 9(09)   COMP VALUE 0.
       77  WS-CYC-TBL-COUNT             PIC 9(03)   COMP VALUE 0.
       77  WS-CYC-TBL-MAX               PIC 9(03)   COMP VALUE 40.
       77  WS-CYC-IDX                   PIC 9(03)   COMP VALUE 0.
      *
       01  WS-CURRENT-CARD-NUM          PIC X(16)   VALUE SPACES.
       01  WS-RUNNING-BALANCE           PIC S9(09)V99 VALUE 0.
      *
       01  WS-CARD-BALANCE-FWD.
           05  WS-CARD-PREV-BALANCE     PIC S9(09)V99 VALUE 0.
           05  WS-CARD-PAYMENTS         PIC S9(09)V99 VALUE 0.
           05  WS-CARD-OPEN-BALANCE     PIC S9(09)V99 VALUE 0.
      *
       01  WS-SELECT-CARD-NUM           PIC X(16)   VALUE LOW-VALUES.
      *
           05  WS-CARD-CYC-CLOSE        PIC 9(08)   VALUE ZEROS.
      *
       01  WS-RUN-YYYYMMDD              PIC 9(08)   VALUE ZEROS.
       01  WS-PREV-PROC-DATE            PIC 9(08)   VALUE ZEROS.
      *
       01  WS-BAL-FWD-TS.
           05  WS-BFT-YYYY              PIC X(04).
           05  FILLER                   PIC X(01)   VALUE '-'.
           05  WS-BFT-MM                PIC X(02).
           05  FILLER                   PIC X(01)   VALUE '-'.
           05  WS-BFT-DD                PIC X(02).
           05  FILLER                   PIC X(16)   VALUE
               '-00.00.00.000000'.
      *
           COPY PRDREQ1.
      *
      * The whole cycle calendar is small -- one entry per group --
      * so it is held in storage and scanned per card, the same way
           SORT SORT-WORK-FILE
               ON ASCENDING KEY TRNX-CARD-NUM OF SORT-RECORD
                  ASCENDING KEY TRNX-ID OF SORT-RECORD
               INPUT PROCEDURE IS 1500-RELEASE-INPUT
                               THRU 1500-RELEASE-INPUT-EXIT
               OUTPUT PROCEDURE IS 2000-BUILD-STATEMENTS
                                THRU 2000-BUILD-STATEMENTS-EXIT.
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBSTM01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           MOVE PRD-PREV-DATE TO WS-PREV-PROC-DATE.
           OPEN INPUT CYC-CAL-FILE.
           PERFORM 1200-LOAD-CYCLE-ENTRY
               THRU 1200-LOAD-CYCLE-ENTRY-EXIT
               UNTIL WS-CYC-EOF.
           CLOSE CYC-CAL-FILE.
           OPEN INPUT CRD-HOLDER-FILE.
           OPEN INPUT ACT-BALANCE-FILE.
           OPEN INPUT CHG-OFF-FILE.
           OPEN INPUT CTL-CARD-FILE.
           READ CTL-CARD-FILE
               AT END
           END-PERFORM.
           MOVE 'N' TO WS-EOF-SW.
      * The statement date comes back off the checkpoint, not the
      * processing date control record -- a restart after the date
      * has been rolled or set must select the same closing cycle
      * groups the abended run did, or every card past the
      * checkpoint is silently skipped.  The window opens after the
      * processing day before that date, asked of CBPRD01 rather than
      * taken off the control record, for the same reason.  The running
      * balance comes back off the checkpoint too; only the card's
      * previous balance and payments are re-read from the master
      * for the lines still to be written.
           IF WS-CKPT-FOUND
               MOVE WS-LAST-CKPT-CARD-NUM TO WS-CURRENT-CARD-NUM
               PERFORM 2190-LOAD-BALANCE-FWD
                   THRU 2190-LOAD-BALANCE-FWD-EXIT
               MOVE WS-LAST-CKPT-BALANCE TO WS-RUNNING-BALANCE
               MOVE WS-LAST-CKPT-RECS TO WS-RECORDS-PROCESSED
               MOVE WS-LAST-CKPT-HASH TO WS-STMT-HASH
               IF WS-LAST-CKPT-DATE NUMERIC
                       AND WS-LAST-CKPT-DATE > 0
                   MOVE WS-LAST-CKPT-DATE TO WS-RUN-YYYYMMDD
                   MOVE WS-LAST-CKPT-DATE TO PRD-IN-DATE
                   SET PRD-PRIOR-DAY TO TRUE
                   CALL 'CBPRD01' USING PRD-DATE-PARMS
                   IF NOT PRD-OK
                       DISPLAY 'CBSTM01 ERROR: NO PROCESSING DAY '
                           'BEFORE CHECKPOINT DATE ' WS-LAST-CKPT-DATE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE PRD-OUT-DATE TO WS-PREV-PROC-DATE
               END-IF
           END-IF.
           CLOSE CKPT-LOG-FILE.
       1100-LOAD-LAST-CHECKPOINT-EXIT.
           EXIT.
      *
      * The extract is released as read, then the balance master is
      * browsed for every card still owing, or with payments posted
      * since its last statement, and a zero-amount balance-forward
      * record is released for it.  The balance-forward record
      * carries a TRNX-ID of HIGH-VALUES, so it sorts behind the
      * card's activity and is dropped when the card has any; a
      * restart sees the same records in the same order, since the
      * balance master is not rolled until CBABL01 runs after this
      * step.  Only the extract is counted and hashed as input.
      *
       1500-RELEASE-INPUT.
           MOVE WS-RUN-YYYYMMDD(1:4) TO WS-BFT-YYYY.
           MOVE WS-RUN-YYYYMMDD(5:2) TO WS-BFT-MM.
           MOVE WS-RUN-YYYYMMDD(7:2) TO WS-BFT-DD.
           OPEN INPUT TRNX-EXTRACT-FILE.
           PERFORM 1510-RELEASE-EXTRACT
               THRU 1510-RELEASE-EXTRACT-EXIT
               UNTIL WS-EXT-EOF.
           CLOSE TRNX-EXTRACT-FILE.
           MOVE LOW-VALUES TO ABL-CARD-NUM.
           START ACT-BALANCE-FILE KEY >= ABL-CARD-NUM
               INVALID KEY
                   SET WS-ABL-EOF TO TRUE
           END-START.
           PERFORM 1520-RELEASE-BAL-FWD
               THRU 1520-RELEASE-BAL-FWD-EXIT
               UNTIL WS-ABL-EOF.
       1500-RELEASE-INPUT-EXIT.
           EXIT.
      *
       1510-RELEASE-EXTRACT.
           READ TRNX-EXTRACT-FILE
               AT END
                   SET WS-EXT-EOF TO TRUE
                   GO TO 1510-RELEASE-EXTRACT-EXIT
           END-READ.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD TRNX-AMT OF TRNX-RECORD TO WS-EXTRACT-HASH.
           RELEASE SORT-RECORD FROM TRNX-RECORD.
       1510-RELEASE-EXTRACT-EXIT.
           EXIT.
      *
       1520-RELEASE-BAL-FWD.
           READ ACT-BALANCE-FILE NEXT RECORD
               AT END
                   SET WS-ABL-EOF TO TRUE
                   GO TO 1520-RELEASE-BAL-FWD-EXIT
           END-READ.
           IF ABL-CUR-BALANCE = 0 AND ABL-CYC-PAYMENTS = 0
               GO TO 1520-RELEASE-BAL-FWD-EXIT
           END-IF.
           MOVE SPACES         TO SORT-RECORD.
           MOVE ABL-CARD-NUM   TO TRNX-CARD-NUM OF SORT-RECORD.
           MOVE HIGH-VALUES    TO TRNX-ID OF SORT-RECORD.
           MOVE 'BF'           TO TRNX-TYPE-CD OF SORT-RECORD.
           MOVE ZEROS          TO TRNX-CAT-CD OF SORT-RECORD.
           MOVE 'BALFWD'       TO TRNX-SOURCE OF SORT-RECORD.
           MOVE 'BALANCE FORWARD - NO ACTIVITY THIS CYCLE'
                               TO TRNX-DESC OF SORT-RECORD.
           MOVE ZEROS          TO TRNX-AMT OF SORT-RECORD.
           MOVE ZEROS          TO TRNX-MERCHANT-ID OF SORT-RECORD.
           MOVE WS-BAL-FWD-TS  TO TRNX-ORIG-TS OF SORT-RECORD.
           MOVE WS-BAL-FWD-TS  TO TRNX-PROC-TS OF SORT-RECORD.
           MOVE ZEROS          TO TRNX-ORIG-AMT OF SORT-RECORD.
           MOVE ZEROS          TO TRNX-FX-RATE OF SORT-RECORD.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-BAL-FWD-RELEASED.
       1520-RELEASE-BAL-FWD-EXIT.
           EXIT.
      *
       2000-BUILD-STATEMENTS.
           PERFORM 2100-RETURN-SORTED THRU 2100-RETURN-SORTED-EXIT
                   SET WS-EOF TO TRUE
                   GO TO 2100-RETURN-SORTED-EXIT
           END-RETURN.
           IF WS-SKIPPING
               PERFORM 2150-CHECK-SKIP-DONE
                   THRU 2150-CHECK-SKIP-DONE-EXIT
           IF WS-CARD-NOT-SELECTED
               GO TO 2100-RETURN-SORTED-EXIT
           END-IF.
           IF TRNX-ID OF SORT-RECORD = HIGH-VALUES
                   AND TRNX-CARD-NUM OF SORT-RECORD
                       = WS-CURRENT-CARD-NUM
               GO TO 2100-RETURN-SORTED-EXIT
           END-IF.
           IF TRNX-CARD-NUM OF SORT-RECORD NOT = WS-CURRENT-CARD-NUM
               MOVE TRNX-CARD-NUM OF SORT-RECORD
                   TO WS-CURRENT-CARD-NUM
               PERFORM 2190-LOAD-BALANCE-FWD
                   THRU 2190-LOAD-BALANCE-FWD-EXIT
               MOVE WS-CARD-OPEN-BALANCE TO WS-RUNNING-BALANCE
           END-IF.
           PERFORM 2200-WRITE-STATEMENT-LINE
               THRU 2200-WRITE-STATEMENT-LINE-EXIT.
      *
      * One selection decision per card, cached the way CBMER01
      * caches its merchant lookups.  Only a card whose calendar
      * entry closes tonight statements -- tonight being every day
      * since the last processing date, so a cycle that closes on a
      * weekend or holiday statements on the next processing night
      * rather than never; a card the calendar cannot place -- no
      * master record, no cycle code, or a code with no entry --
      * statements tonight with zero cycle dates, since a
      * calendar gap must never suppress activity.  An empty
      * calendar selects everything, the pre-calendar behavior.
      * A charged-off card is never selected, as CBDLQ01 passes it
      * over on the billing summary.
      *
       2160-SELECT-CARD.
           MOVE SPACES TO WS-CARD-CYCLE-CD.
           MOVE ZEROS  TO WS-CARD-CYC-OPEN.
           MOVE ZEROS  TO WS-CARD-CYC-CLOSE.
           MOVE WS-SELECT-CARD-NUM TO CHO-CARD-NUM.
           READ CHG-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CARD-NOT-SELECTED TO TRUE
                   ADD 1 TO WS-CARDS-CHGOFF
                   GO TO 2160-SELECT-CARD-EXIT
           END-READ.
           IF WS-CYC-TBL-COUNT = 0
               SET WS-CARD-SELECTED TO TRUE
               ADD 1 TO WS-CARDS-SELECTED
               ADD 1 TO WS-CARDS-DEFAULTED
               GO TO 2160-SELECT-CARD-EXIT
           END-IF.
           IF WS-CYT-CLOSE-DATE (WS-CYC-IDX) > WS-PREV-PROC-DATE
                   AND WS-CYT-CLOSE-DATE (WS-CYC-IDX)
                       NOT > WS-RUN-YYYYMMDD
               SET WS-CARD-SELECTED TO TRUE
               ADD 1 TO WS-CARDS-SELECTED
               MOVE WS-CYT-CYCLE-CD (WS-CYC-IDX)
           END-IF.
       2180-MATCH-CYCLE-ENTRY-EXIT.
           EXIT.
      *
      * The balance carried forward is what the cardholder owed at
      * the close of last night's roll: the last statement's new
      * balance less every payment posted since.  A card the master
      * has never seen -- a new account, or the first night the
      * master is in service -- opens from zero and is counted.
      *
       2190-LOAD-BALANCE-FWD.
           MOVE 0 TO WS-CARD-PREV-BALANCE.
           MOVE 0 TO WS-CARD-PAYMENTS.
           MOVE 0 TO WS-CARD-OPEN-BALANCE.
           MOVE WS-CURRENT-CARD-NUM TO ABL-CARD-NUM.
           READ ACT-BALANCE-FILE
               INVALID KEY
                   SET WS-ABL-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-ABL-FOUND TO TRUE
           END-READ.
           IF WS-ABL-NOT-FOUND
               ADD 1 TO WS-CARDS-NO-BALANCE
               GO TO 2190-LOAD-BALANCE-FWD-EXIT
           END-IF.
           MOVE ABL-NEW-BALANCE  TO WS-CARD-PREV-BALANCE.
           MOVE ABL-CYC-PAYMENTS TO WS-CARD-PAYMENTS.
           MOVE ABL-CUR-BALANCE  TO WS-CARD-OPEN-BALANCE.
       2190-LOAD-BALANCE-FWD-EXIT.
           EXIT.
      *
       2200-WRITE-STATEMENT-LINE.
           ADD TRNX-AMT OF SORT-RECORD TO WS-RUNNING-BALANCE.
           MOVE WS-CARD-CYCLE-CD             TO STMT-CYCLE-CD.
           MOVE WS-CARD-CYC-OPEN             TO STMT-CYC-OPEN-DATE.
           MOVE WS-CARD-CYC-CLOSE            TO STMT-CYC-CLOSE-DATE.
           MOVE WS-CARD-PREV-BALANCE         TO STMT-PREV-BALANCE.
           MOVE WS-CARD-PAYMENTS             TO STMT-PAYMENTS.
           IF TRNX-ID OF SORT-RECORD = HIGH-VALUES
               MOVE SPACES TO STMT-TRNX-ID
               ADD 1 TO WS-BAL-FWD-WRITTEN
           END-IF.
           WRITE STMT-OUT-RECORD.
           ADD TRNX-AMT OF SORT-RECORD TO WS-STMT-HASH.
           ADD 1 TO WS-RECORDS-PROCESSED.
               PERFORM 2300-WRITE-CHECKPOINT
                   THRU 2300-WRITE-CHECKPOINT-EXIT
           END-IF.
           CLOSE STMT-OUT-FILE CKPT-LOG-FILE CRD-HOLDER-FILE
                 ACT-BALANCE-FILE CHG-OFF-FILE.
           PERFORM 3500-WRITE-RUN-CONTROLS
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBSTM01 RECORDS PROCESSED: ' WS-RECORDS-PROCESSED.
           DISPLAY 'CBSTM01 CARDS STATEMENTED: ' WS-CARDS-SELECTED.
           DISPLAY 'CBSTM01 CARDS NOT CLOSING: ' WS-CARDS-SKIPPED.
           DISPLAY 'CBSTM01 CARDS DEFAULTED:   ' WS-CARDS-DEFAULTED.
           DISPLAY 'CBSTM01 CARDS NO BAL FWD:  ' WS-CARDS-NO-BALANCE.
           DISPLAY 'CBSTM01 CARDS CHARGED OFF: ' WS-CARDS-CHGOFF.
           DISPLAY 'CBSTM01 BAL FWD RELEASED:  ' WS-BAL-FWD-RELEASED.
           DISPLAY 'CBSTM01 BAL FWD LINES:     ' WS-BAL-FWD-WRITTEN.
           IF WS-SKIPPING
               PERFORM 3100-ABEND-SKIP-NOT-DONE
                   THRU 3100-ABEND-SKIP-NOT-DONE-EXIT
           MOVE 'CBSTM01'     TO RCT-PROGRAM-ID.
           MOVE 'TRNXEXT'  TO RCT-FILE-DD.
           SET RCT-IS-INPUT  TO TRUE.
           MOVE WS-EXTRACT-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-EXTRACT-HASH TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'STMTOUT'  TO RCT-FILE-DD.
