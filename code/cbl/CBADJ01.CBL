      ******************************************************************
      * CardDemo - Manual Monetary Adjustment Entry With Approval
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
      * Puts the monetary adjustments customer service and the
      * dispute desk give -- fee waivers, goodwill credits and Reg E
      * provisional credits on open dispute cases -- onto the
      * account under a maker/checker control, instead of an edit of
      * the raw extract.  Run at the head of the nightly stream,
      * ahead of CBEDT01.  Each ADJTRN01 entry names the operator
      * who entered it, a reason code and a second operator who
      * approved it.  The ADJPARM1 authority table gives each
      * operator and each reason code a limit on a single
      * adjustment, and each reason code the direction it may post
      * and whether it is a provisional credit.  An entry posts only
      * when it is approved by an operator other than the one who
      * entered it, both operators and the reason are on the table,
      * the amount is inside all three limits, the card is on the
      * CRDHLD cardholder master and the adjustment has not posted
      * on an earlier night (the ADJHST01 history).  A provisional
      * credit must also name an open DSPCASE1 dispute case that
      * has no provisional credit already and be no larger than the
      * disputed amount; it is recorded on the PRVCRD01 provisional
      * credit master under the case key.  Every entry that cannot
      * post prints on the ADJEXC exception report with the first
      * reason it failed -- unapproved, self-approved and over-limit
      * entries among them.  An approved entry is written to TRNXADJ
      * as a COSTM01 transaction of type MA, credits negative, and
      * CBEDT01 edits it and carries it into TRNXEXT on its own
      * control totals.  The provisional credit master is then
      * walked: a credit whose case CBDSP01 closed against the
      * cardholder is posted back as an MA debit and marked
      * reversed, and one whose case closed any other way is made
      * final.  Every posting prints on the ADJREG daily adjustment
      * register with the operators who entered and approved it,
      * followed by totals by reason code.  A rerun of the night
      * rebuilds TRNXADJ from the history and the provisional credit
      * master and posts nothing twice.  Card numbers print masked
      * through CBPAN01.  The run date is the business date on the
      * PRCDATE1 processing date control record, fetched through
      * CBPRD01.  At end of run a RUNCTL01 control record is
      * appended to the shared control file for each file handled,
      * feeding the CBBAL01 end-of-stream balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBADJ01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJ-PARM-FILE    ASSIGN TO ADJPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJ-TRAN-FILE ASSIGN TO ADJTRN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CRD-HOLDER-FILE ASSIGN TO CRDHLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHD-CARD-NUM.
           SELECT OPTIONAL DSP-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSP-KEY.
           SELECT OPTIONAL ADJ-HIST-FILE ASSIGN TO ADJHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AJH-KEY.
           SELECT OPTIONAL PRV-CREDIT-FILE ASSIGN TO PRVCRD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRV-KEY.
           SELECT TRNX-ADJ-FILE    ASSIGN TO TRNXADJ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJ-EXC-FILE     ASSIGN TO ADJEXC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJ-REG-FILE     ASSIGN TO ADJREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-PARM-FILE
           RECORDING MODE IS F.
           COPY ADJPARM1.
      *
       FD  ADJ-TRAN-FILE
           RECORDING MODE IS F.
           COPY ADJTRN01.
      *
       FD  CRD-HOLDER-FILE.
           COPY CRDHLD1.
      *
       FD  DSP-CASE-FILE.
           COPY DSPCASE1.
      *
       FD  ADJ-HIST-FILE.
           COPY ADJHST01.
      *
       FD  PRV-CREDIT-FILE.
           COPY PRVCRD01.
      *
       FD  TRNX-ADJ-FILE
           RECORDING MODE IS F.
           COPY COSTM01.
      *
       FD  ADJ-EXC-FILE
           RECORDING MODE IS F.
       01  ADJ-EXC-LINE                PIC X(110).
      *
       FD  ADJ-REG-FILE
           RECORDING MODE IS F.
       01  ADJ-REG-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-PARM-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
       77  WS-ADJ-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-ADJ-EOF              VALUE 'Y'.
       77  WS-PRV-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-PRV-EOF              VALUE 'Y'.
       77  WS-RERUN-SW                 PIC X(01)   VALUE 'N'.
           88  WS-IS-RERUN             VALUE 'Y'.
           88  WS-NOT-RERUN            VALUE 'N'.
       77  WS-ADJ-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-ADJ-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-POSTED-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-RERUN-COUNT              PIC 9(09)   COMP VALUE 0.
       77  WS-EXC-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-CREDIT-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-CREDIT-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-DEBIT-COUNT              PIC 9(09)   COMP VALUE 0.
       77  WS-DEBIT-AMT                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PRV-NEW-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-PRV-READ-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-PRV-RVS-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-PRV-RVS-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PRV-FINAL-COUNT          PIC 9(09)   COMP VALUE 0.
       77  WS-OUT-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-OUT-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-EXC-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-REG-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       77  WS-OPR-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-OPR-MAX                  PIC 9(03)   COMP VALUE 200.
       77  WS-OPR-IDX                  PIC 9(03)   COMP VALUE 0.
       77  WS-RSN-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-RSN-MAX                  PIC 9(03)   COMP VALUE 100.
       77  WS-RSN-IDX                  PIC 9(03)   COMP VALUE 0.
       77  WS-FOUND-OPR-IDX            PIC 9(03)   COMP VALUE 0.
       77  WS-ENTER-IDX                PIC 9(03)   COMP VALUE 0.
       77  WS-APPROVE-IDX              PIC 9(03)   COMP VALUE 0.
       77  WS-REASON-IDX               PIC 9(03)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
      *
      * The authority table is small and is held in storage and
      * scanned per entry, the same way CBRWD01 holds its rate
      * tables.  Each reason code carries tonight's posted count and
      * amount for the register totals.
      *
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY            OCCURS 200 TIMES.
               10  WS-OPT-OPERATOR-ID  PIC X(08).
               10  WS-OPT-LIMIT        PIC 9(07)V99.
      *
       01  WS-RSN-TABLE.
           05  WS-RSN-ENTRY            OCCURS 100 TIMES.
               10  WS-RST-REASON-CD    PIC X(04).
               10  WS-RST-DESC         PIC X(30).
               10  WS-RST-LIMIT        PIC 9(07)V99.
               10  WS-RST-DIRECTION    PIC X(01).
                   88  WS-RST-CREDIT-ONLY  VALUE 'C'.
                   88  WS-RST-DEBIT-ONLY   VALUE 'D'.
               10  WS-RST-PROVISIONAL-SW PIC X(01).
                   88  WS-RST-IS-PROVISIONAL VALUE 'Y'.
               10  WS-RST-POST-COUNT   PIC 9(09)   COMP.
               10  WS-RST-POST-AMT     PIC S9(13)V99 COMP-3.
      *
       01  WS-SEARCH-OPR-ID            PIC X(08)   VALUE SPACES.
       01  WS-EXC-REASON               PIC X(30)   VALUE SPACES.
       01  WS-TRNX-AMT                 PIC S9(09)V99 VALUE 0.
       01  WS-CASE-AMT                 PIC S9(09)V99 VALUE 0.
      *
       01  WS-RVS-ID.
           05  FILLER                  PIC X(02)   VALUE 'PR'.
           05  WS-RVS-ID-DATE          PIC 9(08).
           05  WS-RVS-ID-SEQ           PIC 9(06).
      *
       01  WS-ADJ-TS.
           05  WS-ADJ-TS-YYYY          PIC 9(04).
           05  FILLER                  PIC X(01)   VALUE '-'.
           05  WS-ADJ-TS-MM            PIC 9(02).
           05  FILLER                  PIC X(01)   VALUE '-'.
           05  WS-ADJ-TS-DD            PIC 9(02).
           05  FILLER                  PIC X(16)   VALUE
               '-00.00.00.000000'.
      *
       01  WS-ADJ-DESC.
           05  WS-AD-REASON-DESC       PIC X(30).
           05  FILLER                  PIC X(03)   VALUE ' - '.
           05  WS-AD-ENTRY-DESC        PIC X(40).
      *
       01  WS-RVS-DESC.
           05  FILLER                  PIC X(35)   VALUE
               'PROVISIONAL CREDIT REVERSED - CASE '.
           05  WS-RD-CASE-TRNX-ID      PIC X(16).
      *
           COPY PRDREQ1.
      *
           COPY PANREQ1.
      *
       01  WS-EXC-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(54)   VALUE
               'CARDDEMO MANUAL ADJUSTMENT EXCEPTIONS'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-EH-RUN-DATE          PIC 9(08).
      *
       01  WS-EXC-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(17)   VALUE
               'ADJUSTMENT ID'.
           05  FILLER                  PIC X(05)   VALUE 'RSN'.
           05  FILLER                  PIC X(15)   VALUE
               '        AMOUNT'.
           05  FILLER                  PIC X(09)   VALUE 'ENTERED'.
           05  FILLER                  PIC X(10)   VALUE 'APPROVED'.
           05  FILLER                  PIC X(30)   VALUE 'REASON'.
      *
       01  WS-EXC-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-ADJ-ID            PIC X(16).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-REASON-CD         PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-AMT               PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-ENTERED-BY        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-EX-APPROVED-BY       PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-EX-REASON            PIC X(30).
      *
       01  WS-REG-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(54)   VALUE
               'CARDDEMO DAILY MANUAL ADJUSTMENT REGISTER'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-RH-RUN-DATE          PIC 9(08).
      *
       01  WS-REG-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(18)   VALUE 'CARD'.
           05  FILLER                  PIC X(17)   VALUE 'TRNX ID'.
           05  FILLER                  PIC X(05)   VALUE 'RSN'.
           05  FILLER                  PIC X(16)   VALUE
               '        AMOUNT'.
           05  FILLER                  PIC X(09)   VALUE 'ENTERED'.
           05  FILLER                  PIC X(10)   VALUE 'APPROVED'.
           05  FILLER                  PIC X(30)   VALUE 'REFERENCE'.
      *
       01  WS-REG-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-CARD-NUM          PIC X(16).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RG-TRNX-ID           PIC X(16).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-REASON-CD         PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-AMT               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-ENTERED-BY        PIC X(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-APPROVED-BY       PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RG-REFERENCE.
               10  WS-RG-REF-LABEL     PIC X(13).
               10  WS-RG-REF-ID        PIC X(16).
      *
       01  WS-RSN-TOTAL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RT-REASON-CD         PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RT-DESC              PIC X(30).
           05  WS-RT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RT-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TL-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CL-LABEL             PIC X(30).
           05  WS-CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
      *
       01  WS-BLANK-LINE               PIC X(110)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-PROCESS-ENTRY THRU 2000-PROCESS-ENTRY-EXIT
               UNTIL WS-ADJ-EOF.
           PERFORM 3000-SETTLE-PROVISIONAL
               THRU 3000-SETTLE-PROVISIONAL-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBADJ01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           MOVE WS-RUN-YYYY   TO WS-ADJ-TS-YYYY.
           MOVE WS-RUN-MM     TO WS-ADJ-TS-MM.
           MOVE WS-RUN-DD     TO WS-ADJ-TS-DD.
           MOVE WS-RUN-YYYYMMDD TO WS-RVS-ID-DATE.
           INITIALIZE WS-RSN-TABLE.
           OPEN INPUT ADJ-PARM-FILE.
           PERFORM 1100-LOAD-AUTHORITY THRU 1100-LOAD-AUTHORITY-EXIT
               UNTIL WS-PARM-EOF.
           CLOSE ADJ-PARM-FILE.
           OPEN INPUT  ADJ-TRAN-FILE.
           OPEN INPUT  CRD-HOLDER-FILE.
           OPEN INPUT  DSP-CASE-FILE.
           OPEN I-O    ADJ-HIST-FILE.
           OPEN I-O    PRV-CREDIT-FILE.
           OPEN OUTPUT TRNX-ADJ-FILE.
           OPEN OUTPUT ADJ-EXC-FILE.
           OPEN OUTPUT ADJ-REG-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-EH-RUN-DATE.
           WRITE ADJ-EXC-LINE FROM WS-EXC-HDR-LINE-1.
           WRITE ADJ-EXC-LINE FROM WS-EXC-HDR-LINE-2.
           ADD 2 TO WS-EXC-LINE-COUNT.
           MOVE WS-RUN-YYYYMMDD TO WS-RH-RUN-DATE.
           WRITE ADJ-REG-LINE FROM WS-REG-HDR-LINE-1.
           WRITE ADJ-REG-LINE FROM WS-REG-HDR-LINE-2.
           ADD 2 TO WS-REG-LINE-COUNT.
           READ ADJ-TRAN-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       1100-LOAD-AUTHORITY.
           READ ADJ-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
                   GO TO 1100-LOAD-AUTHORITY-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN ADP-IS-OPERATOR
                   IF WS-OPR-COUNT >= WS-OPR-MAX
                       DISPLAY 'CBADJ01 ERROR: MORE THAN ' WS-OPR-MAX
                           ' OPERATORS -- RAISE THE TABLE'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-OPR-COUNT
                   MOVE ADP-OPERATOR-ID
                       TO WS-OPT-OPERATOR-ID (WS-OPR-COUNT)
                   MOVE ADP-OPER-LIMIT
                       TO WS-OPT-LIMIT (WS-OPR-COUNT)
               WHEN ADP-IS-REASON
                   IF WS-RSN-COUNT >= WS-RSN-MAX
                       DISPLAY 'CBADJ01 ERROR: MORE THAN ' WS-RSN-MAX
                           ' REASON CODES -- RAISE THE TABLE'
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-RSN-COUNT
                   MOVE ADP-REASON-CD
                       TO WS-RST-REASON-CD (WS-RSN-COUNT)
                   MOVE ADP-REASON-DESC
                       TO WS-RST-DESC (WS-RSN-COUNT)
                   MOVE ADP-REASON-LIMIT
                       TO WS-RST-LIMIT (WS-RSN-COUNT)
                   MOVE ADP-DIRECTION
                       TO WS-RST-DIRECTION (WS-RSN-COUNT)
                   MOVE ADP-PROVISIONAL-SW
                       TO WS-RST-PROVISIONAL-SW (WS-RSN-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       1100-LOAD-AUTHORITY-EXIT.
           EXIT.
      *
       2000-PROCESS-ENTRY.
           ADD 1 TO WS-ADJ-COUNT.
           IF ADJ-AMT NUMERIC
               ADD ADJ-AMT TO WS-ADJ-HASH
           END-IF.
           PERFORM 2100-EDIT-ENTRY THRU 2100-EDIT-ENTRY-EXIT.
           IF WS-EXC-REASON = SPACES
               PERFORM 2500-POST-ENTRY THRU 2500-POST-ENTRY-EXIT
           ELSE
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
           END-IF.
           READ ADJ-TRAN-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
           END-READ.
       2000-PROCESS-ENTRY-EXIT.
           EXIT.
      *
      * The edits run in a fixed order and the entry is reported
      * with the first one it fails.  The approval checks come
      * ahead of the limits, so an entry nobody else approved is
      * always reported as such whatever its amount.  An entry
      * already on the history under tonight's date was posted by
      * an earlier run of the night and is posted again to the
      * rebuilt TRNXADJ without touching the masters.
      *
       2100-EDIT-ENTRY.
           MOVE SPACES TO WS-EXC-REASON.
           SET WS-NOT-RERUN TO TRUE.
           IF ADJ-CARD-NUM = SPACES
               MOVE 'NO CARD NUMBER'           TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-ADJ-ID = SPACES
               MOVE 'NO ADJUSTMENT ID'         TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-AMT NOT NUMERIC OR ADJ-AMT = ZERO
               MOVE 'AMOUNT NOT VALID'         TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF NOT ADJ-DIRECTION-VALID
               MOVE 'DEBIT/CREDIT CODE NOT VALID' TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-ENTERED-BY = SPACES
               MOVE 'NO ENTERING OPERATOR'     TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-APPROVED-BY = SPACES
               MOVE 'NOT APPROVED'             TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-APPROVED-BY = ADJ-ENTERED-BY
               MOVE 'SELF-APPROVED'            TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           MOVE 0 TO WS-REASON-IDX.
           PERFORM 2110-FIND-REASON THRU 2110-FIND-REASON-EXIT
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT
                   OR WS-REASON-IDX > 0.
           IF WS-REASON-IDX = 0
               MOVE 'REASON CODE NOT ON TABLE' TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF (WS-RST-CREDIT-ONLY (WS-REASON-IDX) AND ADJ-IS-DEBIT)
                   OR (WS-RST-DEBIT-ONLY (WS-REASON-IDX)
                       AND ADJ-IS-CREDIT)
                   OR (WS-RST-IS-PROVISIONAL (WS-REASON-IDX)
                       AND ADJ-IS-DEBIT)
               MOVE 'DIRECTION NOT ALLOWED' TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           MOVE ADJ-ENTERED-BY TO WS-SEARCH-OPR-ID.
           PERFORM 2120-LOOKUP-OPERATOR THRU 2120-LOOKUP-OPERATOR-EXIT.
           MOVE WS-FOUND-OPR-IDX TO WS-ENTER-IDX.
           IF WS-ENTER-IDX = 0
               MOVE 'ENTERING OPERATOR NOT ON TABLE'
                   TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           MOVE ADJ-APPROVED-BY TO WS-SEARCH-OPR-ID.
           PERFORM 2120-LOOKUP-OPERATOR THRU 2120-LOOKUP-OPERATOR-EXIT.
           MOVE WS-FOUND-OPR-IDX TO WS-APPROVE-IDX.
           IF WS-APPROVE-IDX = 0
               MOVE 'APPROVER NOT ON TABLE'    TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-AMT > WS-RST-LIMIT (WS-REASON-IDX)
               MOVE 'OVER REASON CODE LIMIT'   TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-AMT > WS-OPT-LIMIT (WS-ENTER-IDX)
               MOVE 'OVER ENTERING OPERATOR LIMIT' TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF ADJ-AMT > WS-OPT-LIMIT (WS-APPROVE-IDX)
               MOVE 'OVER APPROVER LIMIT'      TO WS-EXC-REASON
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           MOVE ADJ-CARD-NUM TO CHD-CARD-NUM.
           READ CRD-HOLDER-FILE
               INVALID KEY
                   MOVE 'CARD NOT ON FILE'     TO WS-EXC-REASON
                   GO TO 2100-EDIT-ENTRY-EXIT
           END-READ.
           MOVE ADJ-CARD-NUM TO AJH-CARD-NUM.
           MOVE ADJ-ADJ-ID   TO AJH-ADJ-ID.
           READ ADJ-HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AJH-POST-DATE = WS-RUN-YYYYMMDD
                       SET WS-IS-RERUN TO TRUE
                   ELSE
                       MOVE 'ALREADY POSTED'   TO WS-EXC-REASON
                   END-IF
           END-READ.
           IF WS-EXC-REASON NOT = SPACES OR WS-IS-RERUN
               GO TO 2100-EDIT-ENTRY-EXIT
           END-IF.
           IF WS-RST-IS-PROVISIONAL (WS-REASON-IDX)
               PERFORM 2200-EDIT-PROVISIONAL
                   THRU 2200-EDIT-PROVISIONAL-EXIT
           END-IF.
       2100-EDIT-ENTRY-EXIT.
           EXIT.
      *
       2110-FIND-REASON.
           IF WS-RST-REASON-CD (WS-RSN-IDX) = ADJ-REASON-CD
               MOVE WS-RSN-IDX TO WS-REASON-IDX
           END-IF.
       2110-FIND-REASON-EXIT.
           EXIT.
      *
       2120-LOOKUP-OPERATOR.
           MOVE 0 TO WS-FOUND-OPR-IDX.
           PERFORM 2130-FIND-OPERATOR THRU 2130-FIND-OPERATOR-EXIT
               VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-OPR-COUNT
                   OR WS-FOUND-OPR-IDX > 0.
       2120-LOOKUP-OPERATOR-EXIT.
           EXIT.
      *
       2130-FIND-OPERATOR.
           IF WS-OPT-OPERATOR-ID (WS-OPR-IDX) = WS-SEARCH-OPR-ID
               MOVE WS-OPR-IDX TO WS-FOUND-OPR-IDX
           END-IF.
       2130-FIND-OPERATOR-EXIT.
           EXIT.
      *
      * A provisional credit must be given against an open dispute
      * case on the same card, for no more than the disputed amount,
      * and a case carries one provisional credit at most.
      *
       2200-EDIT-PROVISIONAL.
           IF ADJ-CASE-TRNX-ID = SPACES
               MOVE 'NO DISPUTE CASE'          TO WS-EXC-REASON
               GO TO 2200-EDIT-PROVISIONAL-EXIT
           END-IF.
           MOVE ADJ-CARD-NUM     TO DSP-CARD-NUM.
           MOVE ADJ-CASE-TRNX-ID TO DSP-TRNX-ID.
           READ DSP-CASE-FILE
               INVALID KEY
                   MOVE 'DISPUTE CASE NOT ON FILE' TO WS-EXC-REASON
                   GO TO 2200-EDIT-PROVISIONAL-EXIT
           END-READ.
           IF NOT DSP-IS-OPEN
               MOVE 'DISPUTE CASE NOT OPEN'    TO WS-EXC-REASON
               GO TO 2200-EDIT-PROVISIONAL-EXIT
           END-IF.
           MOVE DSP-AMT TO WS-CASE-AMT.
           IF WS-CASE-AMT < 0
               COMPUTE WS-CASE-AMT = 0 - WS-CASE-AMT
           END-IF.
           IF ADJ-AMT > WS-CASE-AMT
               MOVE 'OVER DISPUTED AMOUNT'     TO WS-EXC-REASON
               GO TO 2200-EDIT-PROVISIONAL-EXIT
           END-IF.
           MOVE ADJ-CARD-NUM     TO PRV-CARD-NUM.
           MOVE ADJ-CASE-TRNX-ID TO PRV-CASE-TRNX-ID.
           READ PRV-CREDIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'CASE ALREADY CREDITED' TO WS-EXC-REASON
           END-READ.
       2200-EDIT-PROVISIONAL-EXIT.
           EXIT.
      *
      * The history is written before the transaction, and a
      * provisional credit goes onto the provisional credit master
      * under its case, so a rerun finds both and posts nothing
      * twice.
      *
       2500-POST-ENTRY.
           IF ADJ-IS-CREDIT
               COMPUTE WS-TRNX-AMT = 0 - ADJ-AMT
           ELSE
               MOVE ADJ-AMT TO WS-TRNX-AMT
           END-IF.
           IF WS-IS-RERUN
               ADD 1 TO WS-RERUN-COUNT
           ELSE
               MOVE SPACES           TO ADJ-HIST-RECORD
               MOVE ADJ-CARD-NUM     TO AJH-CARD-NUM
               MOVE ADJ-ADJ-ID       TO AJH-ADJ-ID
               MOVE WS-RUN-YYYYMMDD  TO AJH-POST-DATE
               MOVE ADJ-REASON-CD    TO AJH-REASON-CD
               MOVE WS-TRNX-AMT      TO AJH-TRNX-AMT
               MOVE ADJ-ENTERED-BY   TO AJH-ENTERED-BY
               MOVE ADJ-APPROVED-BY  TO AJH-APPROVED-BY
               MOVE ADJ-CASE-TRNX-ID TO AJH-CASE-TRNX-ID
               WRITE ADJ-HIST-RECORD
               IF WS-RST-IS-PROVISIONAL (WS-REASON-IDX)
                   PERFORM 2510-ADD-PROVISIONAL
                       THRU 2510-ADD-PROVISIONAL-EXIT
               END-IF
           END-IF.
           MOVE SPACES           TO TRNX-RECORD.
           MOVE ADJ-CARD-NUM     TO TRNX-CARD-NUM.
           MOVE ADJ-ADJ-ID       TO TRNX-ID.
           MOVE WS-RST-DESC (WS-REASON-IDX) TO WS-AD-REASON-DESC.
           MOVE ADJ-DESC         TO WS-AD-ENTRY-DESC.
           MOVE WS-ADJ-DESC      TO TRNX-DESC.
           PERFORM 2600-WRITE-TRNX THRU 2600-WRITE-TRNX-EXIT.
           ADD 1 TO WS-POSTED-COUNT.
           ADD 1           TO WS-RST-POST-COUNT (WS-REASON-IDX).
           ADD WS-TRNX-AMT TO WS-RST-POST-AMT (WS-REASON-IDX).
           IF ADJ-IS-CREDIT
               ADD 1           TO WS-CREDIT-COUNT
               ADD WS-TRNX-AMT TO WS-CREDIT-AMT
           ELSE
               ADD 1           TO WS-DEBIT-COUNT
               ADD WS-TRNX-AMT TO WS-DEBIT-AMT
           END-IF.
           MOVE ADJ-CARD-NUM     TO PAN-IN-CARD-NUM.
           MOVE ADJ-ADJ-ID       TO WS-RG-TRNX-ID.
           MOVE ADJ-REASON-CD    TO WS-RG-REASON-CD.
           MOVE ADJ-ENTERED-BY   TO WS-RG-ENTERED-BY.
           MOVE ADJ-APPROVED-BY  TO WS-RG-APPROVED-BY.
           MOVE SPACES           TO WS-RG-REFERENCE.
           IF WS-RST-IS-PROVISIONAL (WS-REASON-IDX)
               MOVE 'DISPUTE CASE' TO WS-RG-REF-LABEL
               MOVE ADJ-CASE-TRNX-ID TO WS-RG-REF-ID
           END-IF.
           PERFORM 2700-WRITE-REGISTER THRU 2700-WRITE-REGISTER-EXIT.
       2500-POST-ENTRY-EXIT.
           EXIT.
      *
       2510-ADD-PROVISIONAL.
           MOVE SPACES           TO PRV-CREDIT-RECORD.
           MOVE ADJ-CARD-NUM     TO PRV-CARD-NUM.
           MOVE ADJ-CASE-TRNX-ID TO PRV-CASE-TRNX-ID.
           MOVE ADJ-ADJ-ID       TO PRV-ADJ-ID.
           MOVE WS-TRNX-AMT      TO PRV-AMT.
           MOVE WS-RUN-YYYYMMDD  TO PRV-CREDIT-DATE.
           SET PRV-IS-OPEN       TO TRUE.
           MOVE ZEROS            TO PRV-SETTLE-DATE.
           WRITE PRV-CREDIT-RECORD.
           ADD 1 TO WS-PRV-NEW-COUNT.
       2510-ADD-PROVISIONAL-EXIT.
           EXIT.
      *
      * The caller has set the card, TRNX-ID and description; the
      * adjustment posts as type MA, dated tonight, in USD.
      *
       2600-WRITE-TRNX.
           MOVE 'MA'             TO TRNX-TYPE-CD.
           MOVE ZEROS            TO TRNX-CAT-CD.
           MOVE 'MANUALADJ'      TO TRNX-SOURCE.
           MOVE WS-TRNX-AMT      TO TRNX-AMT.
           MOVE ZEROS            TO TRNX-MERCHANT-ID.
           MOVE WS-ADJ-TS        TO TRNX-ORIG-TS.
           MOVE WS-ADJ-TS        TO TRNX-PROC-TS.
           MOVE 'USD'            TO TRNX-CURRENCY-CD.
           MOVE WS-TRNX-AMT      TO TRNX-ORIG-AMT.
           MOVE 1                TO TRNX-FX-RATE.
           WRITE TRNX-RECORD.
           ADD 1 TO WS-OUT-COUNT.
           ADD TRNX-AMT TO WS-OUT-HASH.
       2600-WRITE-TRNX-EXIT.
           EXIT.
      *
       2700-WRITE-REGISTER.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED       TO WS-RG-CARD-NUM.
           MOVE WS-TRNX-AMT      TO WS-RG-AMT.
           WRITE ADJ-REG-LINE FROM WS-REG-LINE.
           ADD 1 TO WS-REG-LINE-COUNT.
       2700-WRITE-REGISTER-EXIT.
           EXIT.
      *
       2900-WRITE-EXCEPTION.
           MOVE ADJ-CARD-NUM     TO PAN-IN-CARD-NUM.
           CALL 'CBPAN01' USING PAN-MASK-PARMS.
           MOVE PAN-MASKED       TO WS-EX-CARD-NUM.
           MOVE ADJ-ADJ-ID       TO WS-EX-ADJ-ID.
           MOVE ADJ-REASON-CD    TO WS-EX-REASON-CD.
           IF ADJ-AMT NUMERIC
               MOVE ADJ-AMT      TO WS-EX-AMT
           ELSE
               MOVE ZERO         TO WS-EX-AMT
           END-IF.
           MOVE ADJ-ENTERED-BY   TO WS-EX-ENTERED-BY.
           MOVE ADJ-APPROVED-BY  TO WS-EX-APPROVED-BY.
           MOVE WS-EXC-REASON    TO WS-EX-REASON.
           WRITE ADJ-EXC-LINE FROM WS-EXC-LINE.
           ADD 1 TO WS-EXC-LINE-COUNT.
           ADD 1 TO WS-EXC-COUNT.
       2900-WRITE-EXCEPTION-EXIT.
           EXIT.
      *
      * Walks the whole provisional credit master.  An open credit
      * is settled once CBDSP01 has closed its case: reversed when
      * the case went against the cardholder, made final otherwise.
      * A credit reversed tonight by an earlier run of the night is
      * posted again under the reversal ID it was given.
      *
       3000-SETTLE-PROVISIONAL.
           MOVE LOW-VALUES TO PRV-KEY.
           START PRV-CREDIT-FILE KEY >= PRV-KEY
               INVALID KEY
                   SET WS-PRV-EOF TO TRUE
           END-START.
           IF NOT WS-PRV-EOF
               PERFORM 3100-READ-NEXT-PRV THRU 3100-READ-NEXT-PRV-EXIT
               PERFORM 3200-SETTLE-ONE-PRV
                   THRU 3200-SETTLE-ONE-PRV-EXIT
                   UNTIL WS-PRV-EOF
           END-IF.
       3000-SETTLE-PROVISIONAL-EXIT.
           EXIT.
      *
       3100-READ-NEXT-PRV.
           READ PRV-CREDIT-FILE NEXT RECORD
               AT END
                   SET WS-PRV-EOF TO TRUE
           END-READ.
       3100-READ-NEXT-PRV-EXIT.
           EXIT.
      *
       3200-SETTLE-ONE-PRV.
           ADD 1 TO WS-PRV-READ-COUNT.
           IF PRV-IS-REVERSED AND PRV-SETTLE-DATE = WS-RUN-YYYYMMDD
               PERFORM 3300-POST-REVERSAL THRU 3300-POST-REVERSAL-EXIT
               GO TO 3200-NEXT
           END-IF.
           IF NOT PRV-IS-OPEN
               GO TO 3200-NEXT
           END-IF.
           MOVE PRV-CARD-NUM     TO DSP-CARD-NUM.
           MOVE PRV-CASE-TRNX-ID TO DSP-TRNX-ID.
           READ DSP-CASE-FILE
               INVALID KEY
                   GO TO 3200-NEXT
           END-READ.
           IF NOT DSP-IS-CLOSED
               GO TO 3200-NEXT
           END-IF.
           MOVE WS-RUN-YYYYMMDD TO PRV-SETTLE-DATE.
           IF DSP-RES-AGAINST-CARDHOLDER
               MOVE WS-PRV-READ-COUNT TO WS-RVS-ID-SEQ
               MOVE WS-RVS-ID         TO PRV-REVERSAL-ID
               SET PRV-IS-REVERSED    TO TRUE
               REWRITE PRV-CREDIT-RECORD
               PERFORM 3300-POST-REVERSAL THRU 3300-POST-REVERSAL-EXIT
           ELSE
               SET PRV-IS-FINAL       TO TRUE
               REWRITE PRV-CREDIT-RECORD
               ADD 1 TO WS-PRV-FINAL-COUNT
           END-IF.
       3200-NEXT.
           PERFORM 3100-READ-NEXT-PRV THRU 3100-READ-NEXT-PRV-EXIT.
       3200-SETTLE-ONE-PRV-EXIT.
           EXIT.
      *
      * The reversal debits back exactly what was credited.
      *
       3300-POST-REVERSAL.
           COMPUTE WS-TRNX-AMT = 0 - PRV-AMT.
           MOVE SPACES           TO TRNX-RECORD.
           MOVE PRV-CARD-NUM     TO TRNX-CARD-NUM.
           MOVE PRV-REVERSAL-ID  TO TRNX-ID.
           MOVE PRV-CASE-TRNX-ID TO WS-RD-CASE-TRNX-ID.
           MOVE WS-RVS-DESC      TO TRNX-DESC.
           PERFORM 2600-WRITE-TRNX THRU 2600-WRITE-TRNX-EXIT.
           ADD 1           TO WS-PRV-RVS-COUNT.
           ADD WS-TRNX-AMT TO WS-PRV-RVS-AMT.
           MOVE PRV-CARD-NUM     TO PAN-IN-CARD-NUM.
           MOVE PRV-REVERSAL-ID  TO WS-RG-TRNX-ID.
           MOVE SPACES           TO WS-RG-REASON-CD.
           MOVE 'CBADJ01'        TO WS-RG-ENTERED-BY.
           MOVE SPACES           TO WS-RG-APPROVED-BY.
           MOVE 'REVERSES'       TO WS-RG-REF-LABEL.
           MOVE PRV-ADJ-ID       TO WS-RG-REF-ID.
           PERFORM 2700-WRITE-REGISTER THRU 2700-WRITE-REGISTER-EXIT.
       3300-POST-REVERSAL-EXIT.
           EXIT.
      *
       4000-TERMINATE.
           PERFORM 4100-PRINT-TOTALS THRU 4100-PRINT-TOTALS-EXIT.
           WRITE ADJ-EXC-LINE FROM WS-BLANK-LINE.
           MOVE 'ENTRIES READ'              TO WS-CL-LABEL.
           MOVE WS-ADJ-COUNT                TO WS-CL-COUNT.
           WRITE ADJ-EXC-LINE FROM WS-COUNT-LINE.
           MOVE 'ENTRIES POSTED'            TO WS-CL-LABEL.
           MOVE WS-POSTED-COUNT             TO WS-CL-COUNT.
           WRITE ADJ-EXC-LINE FROM WS-COUNT-LINE.
           MOVE 'ENTRIES NOT POSTED'        TO WS-CL-LABEL.
           MOVE WS-EXC-COUNT                TO WS-CL-COUNT.
           WRITE ADJ-EXC-LINE FROM WS-COUNT-LINE.
           ADD 4 TO WS-EXC-LINE-COUNT.
           CLOSE ADJ-TRAN-FILE CRD-HOLDER-FILE DSP-CASE-FILE
                 ADJ-HIST-FILE PRV-CREDIT-FILE TRNX-ADJ-FILE
                 ADJ-EXC-FILE ADJ-REG-FILE.
           PERFORM 4500-WRITE-RUN-CONTROLS
               THRU 4500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBADJ01 ENTRIES READ:         ' WS-ADJ-COUNT.
           DISPLAY 'CBADJ01 ENTRIES POSTED:       ' WS-POSTED-COUNT.
           DISPLAY 'CBADJ01 ENTRIES ON HISTORY:   ' WS-RERUN-COUNT.
           DISPLAY 'CBADJ01 ENTRIES NOT POSTED:   ' WS-EXC-COUNT.
           DISPLAY 'CBADJ01 PROV CREDITS ADDED:   ' WS-PRV-NEW-COUNT.
           DISPLAY 'CBADJ01 PROV CREDITS REVERSED:' WS-PRV-RVS-COUNT.
           DISPLAY 'CBADJ01 PROV CREDITS FINAL:   ' WS-PRV-FINAL-COUNT.
           DISPLAY 'CBADJ01 TRANSACTIONS WRITTEN: ' WS-OUT-COUNT.
       4000-TERMINATE-EXIT.
           EXIT.
      *
      * The register totals: posted count and amount by reason
      * code, then credits, debits and provisional credit reversals,
      * which together foot to what was written to TRNXADJ.
      *
       4100-PRINT-TOTALS.
           WRITE ADJ-REG-LINE FROM WS-BLANK-LINE.
           ADD 1 TO WS-REG-LINE-COUNT.
           PERFORM 4110-PRINT-REASON-TOTAL
               THRU 4110-PRINT-REASON-TOTAL-EXIT
               VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > WS-RSN-COUNT.
           WRITE ADJ-REG-LINE FROM WS-BLANK-LINE.
           MOVE 'CREDITS POSTED'                 TO WS-TL-LABEL.
           MOVE WS-CREDIT-COUNT                  TO WS-TL-COUNT.
           MOVE WS-CREDIT-AMT                    TO WS-TL-AMT.
           WRITE ADJ-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'DEBITS POSTED'                  TO WS-TL-LABEL.
           MOVE WS-DEBIT-COUNT                   TO WS-TL-COUNT.
           MOVE WS-DEBIT-AMT                     TO WS-TL-AMT.
           WRITE ADJ-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'PROVISIONAL CREDITS REVERSED'   TO WS-TL-LABEL.
           MOVE WS-PRV-RVS-COUNT                 TO WS-TL-COUNT.
           MOVE WS-PRV-RVS-AMT                   TO WS-TL-AMT.
           WRITE ADJ-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'TOTAL WRITTEN TO TRNXADJ'       TO WS-TL-LABEL.
           MOVE WS-OUT-COUNT                     TO WS-TL-COUNT.
           MOVE WS-OUT-HASH                      TO WS-TL-AMT.
           WRITE ADJ-REG-LINE FROM WS-TOTAL-LINE.
           WRITE ADJ-REG-LINE FROM WS-BLANK-LINE.
           MOVE 'PROVISIONAL CREDITS GIVEN'      TO WS-CL-LABEL.
           MOVE WS-PRV-NEW-COUNT                 TO WS-CL-COUNT.
           WRITE ADJ-REG-LINE FROM WS-COUNT-LINE.
           MOVE 'PROVISIONAL CREDITS MADE FINAL' TO WS-CL-LABEL.
           MOVE WS-PRV-FINAL-COUNT               TO WS-CL-COUNT.
           WRITE ADJ-REG-LINE FROM WS-COUNT-LINE.
           MOVE 'ENTRIES ON EXCEPTION REPORT'    TO WS-CL-LABEL.
           MOVE WS-EXC-COUNT                     TO WS-CL-COUNT.
           WRITE ADJ-REG-LINE FROM WS-COUNT-LINE.
           ADD 9 TO WS-REG-LINE-COUNT.
       4100-PRINT-TOTALS-EXIT.
           EXIT.
      *
       4110-PRINT-REASON-TOTAL.
           IF WS-RST-POST-COUNT (WS-RSN-IDX) = 0
               GO TO 4110-PRINT-REASON-TOTAL-EXIT
           END-IF.
           MOVE WS-RST-REASON-CD (WS-RSN-IDX)  TO WS-RT-REASON-CD.
           MOVE WS-RST-DESC (WS-RSN-IDX)       TO WS-RT-DESC.
           MOVE WS-RST-POST-COUNT (WS-RSN-IDX) TO WS-RT-COUNT.
           MOVE WS-RST-POST-AMT (WS-RSN-IDX)   TO WS-RT-AMT.
           WRITE ADJ-REG-LINE FROM WS-RSN-TOTAL-LINE.
           ADD 1 TO WS-REG-LINE-COUNT.
       4110-PRINT-REASON-TOTAL-EXIT.
           EXIT.
      *
       4500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBADJ01'      TO RCT-PROGRAM-ID.
           MOVE 'ADJTRN'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-ADJ-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-ADJ-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TRNXADJ'      TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-OUT-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-OUT-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'ADJEXC'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-EXC-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'ADJREG'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-REG-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       4500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
