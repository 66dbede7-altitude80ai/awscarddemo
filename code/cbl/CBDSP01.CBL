      * its key, then each record is matched to the case master: an
      * unmatched reversal (REV-ORIG-NOT-FOUND) with no case on file
      * opens a NEW case dated tonight; a reversal whose original
      * finally arrived (REV-ORIG-FOUND) closes its open case.  The
      * cases the dispute desk decided are then closed from the
      * DSPRES01 resolution file, in the cardholder's favour or
      * against the cardholder -- the resolution is kept on the case
      * so CBADJ01 can reverse a Reg E provisional credit given on a
      * case lost -- and a resolution that names no open case, or
      * carries no valid code or operator, prints on the report
      * instead.  A second pass walks the whole master restating
      * every open case's age from its open date -- NEW cases age to
      * PENDING on later nights and any open case past the DSPPARM1
      * age is marked ESCALATED -- and prints the aging report by
      * status bucket so the Reg E clock is tracked on a system of
      * record instead of in email.  At end of run a RUNCTL01 control
      * record is appended to the shared control file for each file
      * handled, feeding the CBBAL01 end-of-stream balance; the case
      * master's record carries the count and DSP-AMT total of every
      * case the aging pass left on file, which the general ledger
      * journal step ties its dispute holds back to.
      * The run date is the business date on the PRCDATE1 processing
      * date control record, fetched through CBPRD01, never the clock --
      * a rerun of a prior night ages DSP-DAYS-AGED to that night and
      * not one day further.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBDSP01.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REV-XTRACT-FILE  ASSIGN TO REVXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DSP-RESOLVE-FILE ASSIGN TO DSPRES
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REV-SORT-WORK    ASSIGN TO SRTWK01.
           SELECT REV-SORTED-FILE  ASSIGN TO REVSRT
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  REV-XTRACT-FILE
           RECORDING MODE IS F.
           COPY REVXTR01.
      *
       FD  DSP-RESOLVE-FILE
           RECORDING MODE IS F.
           COPY DSPRES01.
      *
       SD  REV-SORT-WORK.
           COPY REVXTR01 REPLACING ==REV-XTRACT-RECORD==
       WORKING-STORAGE SECTION.
       77  WS-REV-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-REV-EOF              VALUE 'Y'.
       77  WS-RES-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RES-EOF              VALUE 'Y'.
       77  WS-CASE-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-CASE-EOF             VALUE 'Y'.
       77  WS-CASE-FOUND-SW            PIC X(01)   VALUE 'N'.
       77  WS-OPENED-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-ESCALATED-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-RES-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RESOLVED-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-RES-REJ-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-CASE-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-CASE-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
      *
       77  WS-ESCALATE-DAYS            PIC 9(03)   VALUE 10.
      *
       01  WS-RUN-DATE-INT             PIC 9(09)   VALUE ZEROS.
       01  WS-OPEN-DATE-INT            PIC 9(09)   VALUE ZEROS.
       01  WS-DAYS-AGED                PIC S9(09)  VALUE ZEROS.
       01  WS-RES-REASON               PIC X(30)   VALUE SPACES.
      *
           COPY PRDREQ1.
      *
      * One aging bucket per case status; the subscript order is
      * NEW, PENDING, ESCALATED, CLOSED.
           05  WS-BL-AMT               PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  WS-BL-OLDEST            PIC ZZ,ZZ9.
      *
       01  WS-RES-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(40)   VALUE
               'CARDDEMO DISPUTE RESOLUTIONS NOT APPLIED'.
      *
       01  WS-RES-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(18)   VALUE 'TRNX ID'.
           05  FILLER                  PIC X(05)   VALUE 'RES'.
           05  FILLER                  PIC X(10)   VALUE 'OPERATOR'.
           05  FILLER                  PIC X(30)   VALUE 'REASON'.
      *
       01  WS-RES-REJ-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RR-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RR-TRNX-ID           PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RR-RESOLUTION-CD     PIC X(01).
           05  FILLER                  PIC X(04)   VALUE SPACES.
           05  WS-RR-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RR-REASON            PIC X(30).
      *
           COPY PANREQ1.
      *
       01  WS-BLANK-LINE               PIC X(90)   VALUE SPACES.
      *
       01  WS-ACTION-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
               USING REV-XTRACT-FILE
               GIVING REV-SORTED-FILE.
           PERFORM 2000-WORK-REVERSALS THRU 2000-WORK-REVERSALS-EXIT.
           PERFORM 3000-APPLY-RESOLUTIONS
               THRU 3000-APPLY-RESOLUTIONS-EXIT.
           PERFORM 4000-AGE-ALL-CASES THRU 4000-AGE-ALL-CASES-EXIT.
           PERFORM 5000-PRINT-AGING THRU 5000-PRINT-AGING-EXIT.
           PERFORM 6000-TERMINATE THRU 6000-TERMINATE-EXIT.
           END-READ.
           MOVE DSP-ESCALATE-DAYS TO WS-ESCALATE-DAYS.
           CLOSE DSP-PARM-FILE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBDSP01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-YYYYMMDD).
           INITIALIZE WS-BUCKET-TABLE.
           OPEN OUTPUT DSP-RPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      *
       2500-CLOSE-CASE.
           SET DSP-IS-CLOSED TO TRUE.
           SET DSP-RES-MATCHED TO TRUE.
           MOVE 'CBDSP01'       TO DSP-RESOLVED-BY.
           MOVE WS-RUN-YYYYMMDD TO DSP-CLOSE-DATE.
           REWRITE DSP-CASE-RECORD.
           ADD 1 TO WS-CLOSED-COUNT.
       2500-CLOSE-CASE-EXIT.
           EXIT.
      *
      * A desk resolution closes an open case.  One that finds its
      * case already closed tonight the same way was applied by an
      * earlier run of the night and is passed over.
      *
       3000-APPLY-RESOLUTIONS.
           OPEN INPUT DSP-RESOLVE-FILE.
           OPEN I-O   DSP-CASE-FILE.
           PERFORM 3100-APPLY-ONE-RESOLUTION
               THRU 3100-APPLY-ONE-RESOLUTION-EXIT
               UNTIL WS-RES-EOF.
           IF WS-RES-REJ-COUNT > 0
               WRITE DSP-RPT-LINE FROM WS-BLANK-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
           END-IF.
           CLOSE DSP-RESOLVE-FILE.
           CLOSE DSP-CASE-FILE.
       3000-APPLY-RESOLUTIONS-EXIT.
           EXIT.
      *
       3100-APPLY-ONE-RESOLUTION.
           READ DSP-RESOLVE-FILE
               AT END
                   SET WS-RES-EOF TO TRUE
                   GO TO 3100-APPLY-ONE-RESOLUTION-EXIT
           END-READ.
           ADD 1 TO WS-RES-COUNT.
           IF NOT DRS-RESOLUTION-VALID
               MOVE 'RESOLUTION CODE NOT VALID' TO WS-RES-REASON
               GO TO 3100-REJECT
           END-IF.
           IF DRS-OPERATOR-ID = SPACES
               MOVE 'NO OPERATOR ID'        TO WS-RES-REASON
               GO TO 3100-REJECT
           END-IF.
           MOVE DRS-CARD-NUM TO DSP-CARD-NUM.
           MOVE DRS-TRNX-ID  TO DSP-TRNX-ID.
           READ DSP-CASE-FILE
               INVALID KEY
                   MOVE 'CASE NOT ON FILE'  TO WS-RES-REASON
                   GO TO 3100-REJECT
           END-READ.
           IF DSP-IS-CLOSED
               IF DSP-CLOSE-DATE = WS-RUN-YYYYMMDD
                       AND DSP-RESOLUTION-CD = DRS-RESOLUTION-CD
                   GO TO 3100-APPLY-ONE-RESOLUTION-EXIT
               END-IF
               MOVE 'CASE ALREADY CLOSED'   TO WS-RES-REASON
               GO TO 3100-REJECT
           END-IF.
           SET DSP-IS-CLOSED TO TRUE.
           MOVE DRS-RESOLUTION-CD TO DSP-RESOLUTION-CD.
           MOVE DRS-OPERATOR-ID   TO DSP-RESOLVED-BY.
           MOVE WS-RUN-YYYYMMDD   TO DSP-CLOSE-DATE.
           REWRITE DSP-CASE-RECORD.
           ADD 1 TO WS-RESOLVED-COUNT.
           GO TO 3100-APPLY-ONE-RESOLUTION-EXIT.
       3100-REJECT.
           IF WS-RES-REJ-COUNT = 0
               WRITE DSP-RPT-LINE FROM WS-RES-HDR-LINE-1
               WRITE DSP-RPT-LINE FROM WS-RES-HDR-LINE-2
               ADD 2 TO WS-RPT-LINE-COUNT
           END-IF.
           MOVE DRS-CARD-NUM      TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED        TO WS-RR-CARD-NUM.
           MOVE DRS-TRNX-ID       TO WS-RR-TRNX-ID.
           MOVE DRS-RESOLUTION-CD TO WS-RR-RESOLUTION-CD.
           MOVE DRS-OPERATOR-ID   TO WS-RR-OPERATOR-ID.
           MOVE WS-RES-REASON     TO WS-RR-REASON.
           WRITE DSP-RPT-LINE FROM WS-RES-REJ-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           ADD 1 TO WS-RES-REJ-COUNT.
       3100-APPLY-ONE-RESOLUTION-EXIT.
           EXIT.
      *
      * The aging pass walks every case on the master.  Ages are
      * restated from the open date each night; a NEW case seen on a
      * later night becomes PENDING, and any open case at or past
               END-IF
               REWRITE DSP-CASE-RECORD
           END-IF.
           ADD 1 TO WS-CASE-COUNT.
           ADD DSP-AMT TO WS-CASE-HASH.
           PERFORM 4300-BUCKET-CASE THRU 4300-BUCKET-CASE-EXIT.
           PERFORM 4100-READ-NEXT-CASE THRU 4100-READ-NEXT-CASE-EXIT.
       4200-AGE-ONE-CASE-EXIT.
           EXIT.
      *
       5000-PRINT-AGING.
           WRITE DSP-RPT-LINE FROM WS-HDR-LINE-1.
           WRITE DSP-RPT-LINE FROM WS-HDR-LINE-2.
           ADD 2 TO WS-RPT-LINE-COUNT.
           MOVE 'CASES ESCALATED TONIGHT' TO WS-AL-LABEL.
           MOVE WS-ESCALATED-COUNT       TO WS-AL-COUNT.
           WRITE DSP-RPT-LINE FROM WS-ACTION-LINE.
           MOVE 'CASES RESOLVED BY DESK' TO WS-AL-LABEL.
           MOVE WS-RESOLVED-COUNT        TO WS-AL-COUNT.
           WRITE DSP-RPT-LINE FROM WS-ACTION-LINE.
           MOVE 'RESOLUTIONS NOT APPLIED' TO WS-AL-LABEL.
           MOVE WS-RES-REJ-COUNT         TO WS-AL-COUNT.
           WRITE DSP-RPT-LINE FROM WS-ACTION-LINE.
           ADD 5 TO WS-RPT-LINE-COUNT.
           CLOSE DSP-RPT-FILE.
       5000-PRINT-AGING-EXIT.
           EXIT.
           DISPLAY 'CBDSP01 CASES OPENED:      ' WS-OPENED-COUNT.
           DISPLAY 'CBDSP01 CASES CLOSED:      ' WS-CLOSED-COUNT.
           DISPLAY 'CBDSP01 CASES ESCALATED:   ' WS-ESCALATED-COUNT.
           DISPLAY 'CBDSP01 RESOLUTIONS READ:  ' WS-RES-COUNT.
           DISPLAY 'CBDSP01 CASES RESOLVED:    ' WS-RESOLVED-COUNT.
           DISPLAY 'CBDSP01 RESOLUTIONS REJECTED: ' WS-RES-REJ-COUNT.
       6000-TERMINATE-EXIT.
           EXIT.
      *
           MOVE WS-REV-COUNT  TO RCT-RECORD-COUNT.
           MOVE WS-REV-HASH   TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'DSPRES'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT   TO TRUE.
           MOVE WS-RES-COUNT  TO RCT-RECORD-COUNT.
           MOVE ZERO          TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'DSPCASE'     TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT  TO TRUE.
           MOVE WS-CASE-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-CASE-HASH  TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'DSPRPT'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT  TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
