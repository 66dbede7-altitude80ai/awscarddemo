      * edits -- a repair is never trusted on the strength of the
      * fix alone, so a recycled record reaches the clean extract
      * only by passing the full pass, and one that still fails
      * rejects again.  The fee transactions the stream itself
      * assessed the night before -- the returned-payment fees
      * CBRTN01 writes to TRNXFEE -- are fed through the same edits
      * next, so they reach the statement by the same road as any
      * other activity, and the approved manual adjustments CBADJ01
      * cuts to TRNXADJ -- fee waivers, goodwill credits and Reg E
      * provisional credits and their reversals -- come last, on
      * their own control totals.  Records that pass every edit are
      * written to the clean extract the downstream jobs read;
      * records that fail are written to the reject file stamped
      * with the reason code of the first edit they failed, so data
      * control can chase the source system without restarting the
      * stream.  At end of run a RUNCTL01 run-control record is
      * appended to the shared control file for each file handled,
      * carrying the record count and TRNX-AMT hash total CBBAL01
      * proves the stream against.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBEDT01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRNX-RECYCLE-FILE ASSIGN TO TRNXRCY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRNX-FEE-FILE ASSIGN TO TRNXFEE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRNX-ADJ-FILE ASSIGN TO TRNXADJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNX-CLEAN-FILE   ASSIGN TO TRNXEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNX-REJECT-FILE  ASSIGN TO TRNXREJ
           RECORDING MODE IS F.
           COPY COSTM01 REPLACING ==TRNX-RECORD==
               BY ==RECYCLE-RECORD==.
      *
       FD  TRNX-FEE-FILE
           RECORDING MODE IS F.
           COPY COSTM01 REPLACING ==TRNX-RECORD==
               BY ==FEE-RECORD==.
      *
       FD  TRNX-ADJ-FILE
           RECORDING MODE IS F.
           COPY COSTM01 REPLACING ==TRNX-RECORD==
               BY ==ADJ-RECORD==.
      *
       FD  TRNX-CLEAN-FILE
           RECORDING MODE IS F.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-RCY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RCY-EOF              VALUE 'Y'.
       77  WS-FEE-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-FEE-EOF              VALUE 'Y'.
       77  WS-ADJ-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-ADJ-EOF              VALUE 'Y'.
       77  WS-SOURCE-SW                PIC X(01)   VALUE 'R'.
           88  WS-FROM-RAW             VALUE 'R'.
           88  WS-FROM-RECYCLE         VALUE 'C'.
           88  WS-FROM-FEE             VALUE 'F'.
           88  WS-FROM-ADJ             VALUE 'A'.
       77  WS-TS-VALID-SW              PIC X(01)   VALUE 'N'.
           88  WS-TS-VALID             VALUE 'Y'.
           88  WS-TS-INVALID           VALUE 'N'.
       77  WS-RCY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-READ-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RCY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-FEE-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-FEE-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-ADJ-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-ADJ-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CLEAN-HASH               PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REJECT-HASH              PIC S9(13)V99 COMP-3 VALUE 0.
      *
           PERFORM 2000-EDIT-TRNX THRU 2000-EDIT-TRNX-EXIT
               UNTIL WS-EOF.
           PERFORM 2700-EDIT-RECYCLED THRU 2700-EDIT-RECYCLED-EXIT.
           PERFORM 2800-EDIT-FEES THRU 2800-EDIT-FEES-EXIT.
           PERFORM 2900-EDIT-ADJUSTMENTS
               THRU 2900-EDIT-ADJUSTMENTS-EXIT.
           PERFORM 3000-TERMINATE THRU 3000-TERMINATE-EXIT.
           GOBACK.
      *
           WRITE CLEAN-RECORD.
           ADD 1 TO WS-CLEAN-COUNT.
           ADD TRNX-AMT OF TRNX-RECORD TO WS-CLEAN-HASH.
           EVALUATE TRUE
               WHEN WS-FROM-RAW
                   ADD TRNX-AMT OF TRNX-RECORD TO WS-READ-HASH
               WHEN WS-FROM-RECYCLE
                   ADD TRNX-AMT OF TRNX-RECORD TO WS-RCY-HASH
               WHEN WS-FROM-FEE
                   ADD TRNX-AMT OF TRNX-RECORD TO WS-FEE-HASH
               WHEN WS-FROM-ADJ
                   ADD TRNX-AMT OF TRNX-RECORD TO WS-ADJ-HASH
           END-EVALUATE.
       2500-WRITE-CLEAN-EXIT.
           EXIT.
      *
           ADD 1 TO WS-REJECT-COUNT.
           IF TRNX-AMT OF TRNX-RECORD NUMERIC
               ADD TRNX-AMT OF TRNX-RECORD TO WS-REJECT-HASH
               EVALUATE TRUE
                   WHEN WS-FROM-RAW
                       ADD TRNX-AMT OF TRNX-RECORD TO WS-READ-HASH
                   WHEN WS-FROM-RECYCLE
                       ADD TRNX-AMT OF TRNX-RECORD TO WS-RCY-HASH
                   WHEN WS-FROM-FEE
                       ADD TRNX-AMT OF TRNX-RECORD TO WS-FEE-HASH
                   WHEN WS-FROM-ADJ
                       ADD TRNX-AMT OF TRNX-RECORD TO WS-ADJ-HASH
               END-EVALUATE
           END-IF.
       2600-WRITE-REJECT-EXIT.
           EXIT.
           END-IF.
       2710-EDIT-ONE-RECYCLED-EXIT.
           EXIT.
      *
      * Stream-assessed fees are read last, on their own control
      * totals, and edited like any other record.
      *
       2800-EDIT-FEES.
           OPEN INPUT TRNX-FEE-FILE.
           SET WS-FROM-FEE TO TRUE.
           PERFORM 2810-EDIT-ONE-FEE THRU 2810-EDIT-ONE-FEE-EXIT
               UNTIL WS-FEE-EOF.
           CLOSE TRNX-FEE-FILE.
       2800-EDIT-FEES-EXIT.
           EXIT.
      *
       2810-EDIT-ONE-FEE.
           READ TRNX-FEE-FILE
               AT END
                   SET WS-FEE-EOF TO TRUE
                   GO TO 2810-EDIT-ONE-FEE-EXIT
           END-READ.
           ADD 1 TO WS-FEE-COUNT.
           MOVE FEE-RECORD TO TRNX-RECORD.
           PERFORM 2050-APPLY-EDITS THRU 2050-APPLY-EDITS-EXIT.
           IF WS-RECORD-CLEAN
               PERFORM 2500-WRITE-CLEAN THRU 2500-WRITE-CLEAN-EXIT
           ELSE
               PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
           END-IF.
       2810-EDIT-ONE-FEE-EXIT.
           EXIT.
      *
      * Approved manual adjustments come after the fees, on their
      * own control totals -- an adjustment that fails an edit
      * rejects like any other record and is not posted.
      *
       2900-EDIT-ADJUSTMENTS.
           OPEN INPUT TRNX-ADJ-FILE.
           SET WS-FROM-ADJ TO TRUE.
           PERFORM 2910-EDIT-ONE-ADJ THRU 2910-EDIT-ONE-ADJ-EXIT
               UNTIL WS-ADJ-EOF.
           CLOSE TRNX-ADJ-FILE.
       2900-EDIT-ADJUSTMENTS-EXIT.
           EXIT.
      *
       2910-EDIT-ONE-ADJ.
           READ TRNX-ADJ-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
                   GO TO 2910-EDIT-ONE-ADJ-EXIT
           END-READ.
           ADD 1 TO WS-ADJ-COUNT.
           MOVE ADJ-RECORD TO TRNX-RECORD.
           PERFORM 2050-APPLY-EDITS THRU 2050-APPLY-EDITS-EXIT.
           IF WS-RECORD-CLEAN
               PERFORM 2500-WRITE-CLEAN THRU 2500-WRITE-CLEAN-EXIT
           ELSE
               PERFORM 2600-WRITE-REJECT THRU 2600-WRITE-REJECT-EXIT
           END-IF.
       2910-EDIT-ONE-ADJ-EXIT.
           EXIT.
      *
       3000-TERMINATE.
           CLOSE TRNX-RAW-FILE TRNX-CLEAN-FILE TRNX-REJECT-FILE.
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBEDT01 RECORDS READ:     ' WS-READ-COUNT.
           DISPLAY 'CBEDT01 RECYCLED READ:    ' WS-RCY-COUNT.
           DISPLAY 'CBEDT01 FEES READ:        ' WS-FEE-COUNT.
           DISPLAY 'CBEDT01 ADJUSTMENTS READ: ' WS-ADJ-COUNT.
           DISPLAY 'CBEDT01 RECORDS ACCEPTED: ' WS-CLEAN-COUNT.
           DISPLAY 'CBEDT01 RECORDS REJECTED: ' WS-REJECT-COUNT.
       3000-TERMINATE-EXIT.
           MOVE WS-RCY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RCY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TRNXFEE'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-FEE-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-FEE-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TRNXADJ'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-ADJ-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-ADJ-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TRNXEXT'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-CLEAN-COUNT TO RCT-RECORD-COUNT.
