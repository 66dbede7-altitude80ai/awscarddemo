      ******************************************************************
      * CardDemo - Merchant Year-To-Date Statement
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
      * Prints the merchant statement the settlement desk asks for
      * when a merchant calls about what has been settled and paid
      * this year.  Run after CBMYT01.  Each MYSREQ01 request names
      * a merchant and a tax year (zero asks for the year of the
      * business date) and is answered from the MCHYTD01 year-to-
      * date master: one line per month with the gross sales count
      * and amount, the reversals and chargebacks netted out, the
      * interchange fee and the amount actually paid, then the year
      * to date.  The statement heading carries the merchant name
      * and the last four digits of the TIN from the MCHMAST
      * merchant master -- the full TIN is never printed.  A request
      * for a merchant or year with nothing on the master is listed
      * on the MYSRPT report with the reason and no statement.  With
      * no request file the step prints an empty report.  The run
      * date is the business date on the PRCDATE1 processing date
      * control record, fetched through CBPRD01.  At end of run a
      * RUNCTL01 control record is appended to the shared control
      * file for each file handled, feeding the CBBAL01 end-of-stream
      * balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBMYS01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MYS-REQUEST-FILE ASSIGN TO MYSREQ
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MCH-YTD-FILE ASSIGN TO MCHYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MYT-KEY.
           SELECT OPTIONAL MCH-MASTER-FILE ASSIGN TO MCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MCHM-MERCHANT-ID.
           SELECT MYS-RPT-FILE     ASSIGN TO MYSRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  MYS-REQUEST-FILE
           RECORDING MODE IS F.
           COPY MYSREQ01.
      *
       FD  MCH-YTD-FILE.
           COPY MCHYTD01.
      *
       FD  MCH-MASTER-FILE.
           COPY MCHMAST1.
      *
       FD  MYS-RPT-FILE
           RECORDING MODE IS F.
       01  MYS-RPT-LINE                PIC X(110).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-REQ-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-REQ-EOF              VALUE 'Y'.
       77  WS-REQ-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-STMT-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-MONTH-IDX                PIC 9(02)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-YYYY             PIC 9(04).
           05  WS-RUN-MM               PIC 9(02).
           05  WS-RUN-DD               PIC 9(02).
      *
       01  WS-TAX-YEAR                 PIC 9(04)   VALUE ZEROS.
       01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
      *
       01  WS-MONTH-NAMES.
           05  FILLER                  PIC X(36)   VALUE
               'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-NAMES.
           05  WS-MONTH-NAME           PIC X(03)   OCCURS 12 TIMES.
      *
       01  WS-YTD-TOTALS.
           05  WS-YT-GROSS-COUNT       PIC 9(09).
           05  WS-YT-GROSS-AMT         PIC S9(13)V99.
           05  WS-YT-REVERSAL-COUNT    PIC 9(09).
           05  WS-YT-REVERSAL-AMT      PIC S9(13)V99.
           05  WS-YT-FEE-AMT           PIC S9(13)V99.
           05  WS-YT-PAID-AMT          PIC S9(13)V99.
      *
           COPY PRDREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(54)   VALUE
               'CARDDEMO MERCHANT YEAR-TO-DATE STATEMENTS'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-MCH-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(09)   VALUE 'MERCHANT '.
           05  WS-M1-MERCHANT-ID       PIC 9(09).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-M1-MERCHANT-NAME     PIC X(50).
      *
       01  WS-MCH-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(09)   VALUE 'TAX YEAR '.
           05  WS-M2-TAX-YEAR          PIC 9(04).
           05  FILLER                  PIC X(07)   VALUE '  TIN  '.
           05  WS-M2-TIN.
               10  WS-M2-TIN-MASK      PIC X(05).
               10  WS-M2-TIN-LAST4     PIC X(04).
           05  FILLER                  PIC X(16)   VALUE
               '  REQUESTED BY '.
           05  WS-M2-REQUESTED-BY      PIC X(08).
      *
       01  WS-COL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(05)   VALUE 'MONTH'.
           05  FILLER                  PIC X(11)   VALUE
               'GROSS COUNT'.
           05  FILLER                  PIC X(19)   VALUE
               '       GROSS AMOUNT'.
           05  FILLER                  PIC X(12)   VALUE
               '   REVERSALS'.
           05  FILLER                  PIC X(19)   VALUE
               '    REVERSAL AMOUNT'.
           05  FILLER                  PIC X(19)   VALUE
               '               FEES'.
           05  FILLER                  PIC X(19)   VALUE
               '               PAID'.
      *
       01  WS-MONTH-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-MONTH             PIC X(05).
           05  WS-ML-GROSS-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-GROSS-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-REVERSAL-COUNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-REVERSAL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-FEE-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-ML-PAID-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(09)   VALUE 'MERCHANT '.
           05  WS-RJ-MERCHANT-ID       PIC X(09).
           05  FILLER                  PIC X(10)   VALUE
               '  YEAR   '.
           05  WS-RJ-TAX-YEAR          PIC X(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  WS-RJ-REQUESTED-BY      PIC X(08).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE
               'NO STATEMENT: '.
           05  WS-RJ-REASON            PIC X(30).
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
           PERFORM 2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-EXIT
               UNTIL WS-REQ-EOF.
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBMYS01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT  MYS-REQUEST-FILE.
           OPEN INPUT  MCH-YTD-FILE.
           OPEN INPUT  MCH-MASTER-FILE.
           OPEN OUTPUT MYS-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE MYS-RPT-LINE FROM WS-HDR-LINE-1.
           ADD 1 TO WS-RPT-LINE-COUNT.
           READ MYS-REQUEST-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
           END-READ.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN MYS-MERCHANT-ID NOT NUMERIC
                       OR MYS-MERCHANT-ID = ZERO
                   MOVE 'MERCHANT ID NOT VALID' TO WS-REJECT-REASON
               WHEN MYS-TAX-YEAR NOT NUMERIC
                   MOVE 'TAX YEAR NOT VALID'    TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REJECT-REQUEST
                   THRU 2900-REJECT-REQUEST-EXIT
               GO TO 2000-READ-NEXT
           END-IF.
           IF MYS-TAX-YEAR = ZERO
               MOVE WS-RUN-YYYY  TO WS-TAX-YEAR
           ELSE
               MOVE MYS-TAX-YEAR TO WS-TAX-YEAR
           END-IF.
           MOVE WS-TAX-YEAR     TO MYT-TAX-YEAR.
           MOVE MYS-MERCHANT-ID TO MYT-MERCHANT-ID.
           READ MCH-YTD-FILE
               INVALID KEY
                   MOVE 'NO ACTIVITY ON FILE FOR YEAR'
                       TO WS-REJECT-REASON
                   PERFORM 2900-REJECT-REQUEST
                       THRU 2900-REJECT-REQUEST-EXIT
                   GO TO 2000-READ-NEXT
           END-READ.
           PERFORM 2100-PRINT-HEADING THRU 2100-PRINT-HEADING-EXIT.
           MOVE ZEROS TO WS-YTD-TOTALS.
           PERFORM 2200-PRINT-MONTH THRU 2200-PRINT-MONTH-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           MOVE 'YTD'                TO WS-ML-MONTH.
           MOVE WS-YT-GROSS-COUNT    TO WS-ML-GROSS-COUNT.
           MOVE WS-YT-GROSS-AMT      TO WS-ML-GROSS-AMT.
           MOVE WS-YT-REVERSAL-COUNT TO WS-ML-REVERSAL-COUNT.
           MOVE WS-YT-REVERSAL-AMT   TO WS-ML-REVERSAL-AMT.
           MOVE WS-YT-FEE-AMT        TO WS-ML-FEE-AMT.
           MOVE WS-YT-PAID-AMT       TO WS-ML-PAID-AMT.
           WRITE MYS-RPT-LINE FROM WS-BLANK-LINE.
           WRITE MYS-RPT-LINE FROM WS-MONTH-LINE.
           ADD 2 TO WS-RPT-LINE-COUNT.
           ADD 1 TO WS-STMT-COUNT.
       2000-READ-NEXT.
           READ MYS-REQUEST-FILE
               AT END
                   SET WS-REQ-EOF TO TRUE
           END-READ.
       2000-PROCESS-REQUEST-EXIT.
           EXIT.
      *
      * The name printed is the one on the merchant master when there
      * is one, else the name settlement last carried for the year.
      *
       2100-PRINT-HEADING.
           MOVE MYT-MERCHANT-ID   TO WS-M1-MERCHANT-ID.
           MOVE MYT-MERCHANT-NAME TO WS-M1-MERCHANT-NAME.
           MOVE WS-TAX-YEAR       TO WS-M2-TAX-YEAR.
           MOVE MYS-REQUESTED-BY  TO WS-M2-REQUESTED-BY.
           MOVE 'NONE'            TO WS-M2-TIN.
           MOVE MYT-MERCHANT-ID   TO MCHM-MERCHANT-ID.
           READ MCH-MASTER-FILE
               INVALID KEY
                   GO TO 2100-WRITE-HEADING
           END-READ.
           MOVE MCHM-MERCHANT-NAME TO WS-M1-MERCHANT-NAME.
           IF MCHM-TIN NOT = SPACES
               MOVE '*****'        TO WS-M2-TIN-MASK
               MOVE MCHM-TIN(6:4)  TO WS-M2-TIN-LAST4
           END-IF.
       2100-WRITE-HEADING.
           WRITE MYS-RPT-LINE FROM WS-BLANK-LINE.
           WRITE MYS-RPT-LINE FROM WS-MCH-LINE-1.
           WRITE MYS-RPT-LINE FROM WS-MCH-LINE-2.
           WRITE MYS-RPT-LINE FROM WS-COL-LINE.
           ADD 4 TO WS-RPT-LINE-COUNT.
       2100-PRINT-HEADING-EXIT.
           EXIT.
      *
       2200-PRINT-MONTH.
           MOVE WS-MONTH-NAME (WS-MONTH-IDX) TO WS-ML-MONTH.
           MOVE MYT-GROSS-COUNT (WS-MONTH-IDX)
               TO WS-ML-GROSS-COUNT.
           MOVE MYT-GROSS-AMT (WS-MONTH-IDX)
               TO WS-ML-GROSS-AMT.
           MOVE MYT-REVERSAL-COUNT (WS-MONTH-IDX)
               TO WS-ML-REVERSAL-COUNT.
           MOVE MYT-REVERSAL-AMT (WS-MONTH-IDX)
               TO WS-ML-REVERSAL-AMT.
           MOVE MYT-FEE-AMT (WS-MONTH-IDX)
               TO WS-ML-FEE-AMT.
           MOVE MYT-PAID-AMT (WS-MONTH-IDX)
               TO WS-ML-PAID-AMT.
           WRITE MYS-RPT-LINE FROM WS-MONTH-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           ADD MYT-GROSS-COUNT (WS-MONTH-IDX)    TO WS-YT-GROSS-COUNT.
           ADD MYT-GROSS-AMT (WS-MONTH-IDX)      TO WS-YT-GROSS-AMT.
           ADD MYT-REVERSAL-COUNT (WS-MONTH-IDX)
               TO WS-YT-REVERSAL-COUNT.
           ADD MYT-REVERSAL-AMT (WS-MONTH-IDX)
               TO WS-YT-REVERSAL-AMT.
           ADD MYT-FEE-AMT (WS-MONTH-IDX)        TO WS-YT-FEE-AMT.
           ADD MYT-PAID-AMT (WS-MONTH-IDX)       TO WS-YT-PAID-AMT.
       2200-PRINT-MONTH-EXIT.
           EXIT.
      *
       2900-REJECT-REQUEST.
           MOVE MYS-MERCHANT-ID   TO WS-RJ-MERCHANT-ID.
           MOVE MYS-TAX-YEAR      TO WS-RJ-TAX-YEAR.
           MOVE MYS-REQUESTED-BY  TO WS-RJ-REQUESTED-BY.
           MOVE WS-REJECT-REASON  TO WS-RJ-REASON.
           WRITE MYS-RPT-LINE FROM WS-BLANK-LINE.
           WRITE MYS-RPT-LINE FROM WS-REJECT-LINE.
           ADD 2 TO WS-RPT-LINE-COUNT.
           ADD 1 TO WS-REJECT-COUNT.
       2900-REJECT-REQUEST-EXIT.
           EXIT.
      *
       4000-TERMINATE.
           WRITE MYS-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'REQUESTS READ'             TO WS-CL-LABEL.
           MOVE WS-REQ-COUNT                TO WS-CL-COUNT.
           WRITE MYS-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'STATEMENTS PRINTED'        TO WS-CL-LABEL.
           MOVE WS-STMT-COUNT               TO WS-CL-COUNT.
           WRITE MYS-RPT-LINE FROM WS-COUNT-LINE.
           MOVE 'REQUESTS NOT ANSWERED'     TO WS-CL-LABEL.
           MOVE WS-REJECT-COUNT             TO WS-CL-COUNT.
           WRITE MYS-RPT-LINE FROM WS-COUNT-LINE.
           ADD 4 TO WS-RPT-LINE-COUNT.
           CLOSE MYS-REQUEST-FILE MCH-YTD-FILE MCH-MASTER-FILE
                 MYS-RPT-FILE.
           PERFORM 4500-WRITE-RUN-CONTROLS
               THRU 4500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBMYS01 REQUESTS READ:        ' WS-REQ-COUNT.
           DISPLAY 'CBMYS01 STATEMENTS PRINTED:   ' WS-STMT-COUNT.
           DISPLAY 'CBMYS01 REQUESTS NOT ANSWERED:' WS-REJECT-COUNT.
       4000-TERMINATE-EXIT.
           EXIT.
      *
       4500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBMYS01'      TO RCT-PROGRAM-ID.
           MOVE 'MYSREQ'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-REQ-COUNT   TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'MYSRPT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       4500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
