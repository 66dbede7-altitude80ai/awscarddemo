      ******************************************************************
      * CardDemo - Year-End 1099-K Information Return Step
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
      * Builds the IRS electronic Form 1099-K file from the MCHYTD01
      * merchant year-to-date master CBMYT01 keeps.  Runs every
      * night after CBMYT01 but cuts the file only on the first
      * processing day of a new year -- the previous processing date
      * on the PRCDATE1 control record, fetched through CBPRD01,
      * falls in the year before -- or when the TXKPARM1 control
      * card forces a run, for a rerun or a test file.  The tax year
      * is the year just closed unless the control card names one.
      * A merchant is reported when its gross for the year exceeds
      * the control card's amount threshold and its gross count
      * exceeds the count threshold (default 20,000.00 and 200 when
      * no control card is supplied); a master carrying merchant
      * zero belongs to no payee and is never reported.  The file
      * is one T transmitter record, one A payer record, one B payee
      * record per merchant reported -- gross for the year, gross by
      * month and the number of payment transactions, with the TIN,
      * name and address off the MCHMAST merchant master -- one C
      * end-of-payer record with the control totals and one F
      * end-of-transmission record.  The payer TIN, name and
      * transmitter control code are mandatory.  A first pass counts
      * the payees the T record carries; the second writes the
      * returns.  The TXKREG control register lists every merchant
      * reported, flags any reported with no usable TIN or no
      * merchant master record for backup withholding review, and
      * closes with a proof that the payee count and the gross on
      * the B records agree with the T, C and F records; a file that
      * does not prove ends the step with RC 16 and must not be
      * transmitted.  TINs print masked to their last four digits.
      * At end of run a RUNCTL01 control record is appended to the
      * shared control file for each file handled, feeding the
      * CBBAL01 end-of-stream balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBTXK01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TXK-PARM-FILE ASSIGN TO TXKPARM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MCH-YTD-FILE ASSIGN TO MCHYTD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MYT-KEY.
           SELECT OPTIONAL MCH-MASTER-FILE ASSIGN TO MCHMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MCHM-MERCHANT-ID.
           SELECT TXK-OUT-FILE     ASSIGN TO TXKOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXK-REG-FILE     ASSIGN TO TXKREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TXK-PARM-FILE
           RECORDING MODE IS F.
           COPY TXKPARM1.
      *
       FD  MCH-YTD-FILE.
           COPY MCHYTD01.
      *
       FD  MCH-MASTER-FILE.
           COPY MCHMAST1.
      *
       FD  TXK-OUT-FILE
           RECORDING MODE IS F.
           COPY TXKREC01.
      *
       FD  TXK-REG-FILE
           RECORDING MODE IS F.
       01  TXK-REG-LINE                PIC X(120).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-PARM-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-PARM-EOF             VALUE 'Y'.
       77  WS-YTD-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-YTD-EOF              VALUE 'Y'.
       77  WS-FORCE-SW                 PIC X(01)   VALUE 'N'.
           88  WS-FORCE-RUN            VALUE 'Y'.
       77  WS-REPORT-SW                PIC X(01)   VALUE 'N'.
           88  WS-REPORTABLE           VALUE 'Y'.
           88  WS-NOT-REPORTABLE       VALUE 'N'.
       77  WS-MCH-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MCH-FOUND            VALUE 'Y'.
           88  WS-MCH-NOT-FOUND        VALUE 'N'.
       77  WS-YTD-READ-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-YTD-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PASS1-PAYEES             PIC 9(08)   COMP VALUE 0.
       77  WS-PAYEE-COUNT              PIC 9(08)   COMP VALUE 0.
       77  WS-BELOW-COUNT              PIC 9(09)   COMP VALUE 0.
       77  WS-NO-TIN-COUNT             PIC 9(09)   COMP VALUE 0.
       77  WS-NO-MERCH-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-OUT-REC-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-MONTH-IDX                PIC 9(02)   COMP VALUE 0.
       77  WS-AMT-IDX                  PIC 9(02)   COMP VALUE 0.
       77  WS-SEQ-NUM                  PIC 9(08)   VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-YYYYMMDD.
           05  WS-RUN-YYYY             PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-PREV-YYYYMMDD            PIC 9(08)   VALUE ZEROS.
       01  WS-PREV-DATE-PARTS REDEFINES WS-PREV-YYYYMMDD.
           05  WS-PREV-YYYY            PIC 9(04).
           05  FILLER                  PIC 9(04).
       01  WS-TAX-YEAR                 PIC 9(04)   VALUE ZEROS.
      *
      * Filing controls, taken off the TXKPARM1 cards.
      *
       01  WS-FILING-PARMS.
           05  WS-THRESHOLD-AMT        PIC 9(09)V99 VALUE 20000.00.
           05  WS-THRESHOLD-COUNT      PIC 9(05)   VALUE 200.
           05  WS-PARM-TAX-YEAR        PIC 9(04)   VALUE ZEROS.
           05  WS-TEST-FILE-IND        PIC X(01)   VALUE SPACE.
           05  WS-TCC                  PIC X(05)   VALUE SPACES.
           05  WS-FILER-TYPE           PIC X(01)   VALUE '1'.
           05  WS-PAYMENT-TYPE         PIC X(01)   VALUE '1'.
           05  WS-PAYER-TIN            PIC X(09)   VALUE SPACES.
           05  WS-PAYER-NAME           PIC X(40)   VALUE SPACES.
           05  WS-PAYER-PHONE          PIC X(15)   VALUE SPACES.
           05  WS-PAYER-ADDR           PIC X(40)   VALUE SPACES.
           05  WS-PAYER-CITY           PIC X(28)   VALUE SPACES.
           05  WS-PAYER-STATE          PIC X(02)   VALUE SPACES.
           05  WS-PAYER-ZIP            PIC X(09)   VALUE SPACES.
           05  WS-CONTACT-NAME         PIC X(40)   VALUE SPACES.
           05  WS-CONTACT-PHONE        PIC X(15)   VALUE SPACES.
           05  WS-CONTACT-EMAIL        PIC X(50)   VALUE SPACES.
      *
       01  WS-MERCHANT-TOTALS.
           05  WS-MT-GROSS-AMT         PIC S9(13)V99 VALUE 0.
           05  WS-MT-GROSS-COUNT       PIC 9(11)   VALUE 0.
      *
      * Amount-code totals the C record carries, kept by B-record
      * occurrence: 1 is the year's gross, 5 through 16 the months.
      *
       01  WS-CONTROL-TOTALS.
           05  WS-CTL-TOTAL            PIC 9(16)V99
                                       OCCURS 18 TIMES.
      *
       01  WS-REPORT-TOTALS.
           05  WS-RT-GROSS-REPORTED    PIC S9(15)V99 VALUE 0.
           05  WS-RT-GROSS-BELOW       PIC S9(15)V99 VALUE 0.
           05  WS-RT-GROSS-NO-MERCH    PIC S9(15)V99 VALUE 0.
           05  WS-RT-MONTH-TOTAL       PIC S9(15)V99 VALUE 0.
      *
       01  WS-PROOF-SW                 PIC X(01)   VALUE 'Y'.
           88  WS-PROOF-OK             VALUE 'Y'.
           88  WS-PROOF-FAILED         VALUE 'N'.
      *
       01  WS-NAME-WORK                PIC X(50)   VALUE SPACES.
       01  WS-TIN-FLAG                 PIC X(24)   VALUE SPACES.
      *
           COPY PRDREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(40)   VALUE
               'CARDDEMO 1099-K CONTROL REGISTER'.
           05  FILLER                  PIC X(09)   VALUE 'TAX YEAR '.
           05  WS-HD-TAX-YEAR          PIC 9(04).
           05  FILLER                  PIC X(03)   VALUE SPACES.
           05  WS-HD-FILE-TYPE         PIC X(10).
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-HDR-LINE-2.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(07)   VALUE 'PAYER '.
           05  WS-HD-PAYER-NAME        PIC X(40).
      *
       01  WS-HDR-LINE-3.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(10)   VALUE 'MERCHANT'.
           05  FILLER                  PIC X(32)   VALUE 'NAME'.
           05  FILLER                  PIC X(11)   VALUE 'TIN'.
           05  FILLER                  PIC X(14)   VALUE
               '  TRANSACTIONS'.
           05  FILLER                  PIC X(20)   VALUE
               '         GROSS'.
           05  FILLER                  PIC X(24)   VALUE 'REVIEW'.
      *
       01  WS-REG-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-MERCHANT-ID       PIC 9(09).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-MERCHANT-NAME     PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RG-TIN.
               10  WS-RG-TIN-MASK      PIC X(05).
               10  WS-RG-TIN-LAST4     PIC X(04).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RG-COUNT             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-RG-GROSS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-RG-FLAG              PIC X(24).
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TL-LABEL             PIC X(36).
           05  WS-TL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TL-AMT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-PROOF-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-PF-TEXT              PIC X(70).
      *
       01  WS-BLANK-LINE               PIC X(120)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-COUNT-PAYEES THRU 2000-COUNT-PAYEES-EXIT.
           PERFORM 3000-WRITE-RETURNS THRU 3000-WRITE-RETURNS-EXIT.
           PERFORM 4000-TERMINATE THRU 4000-TERMINATE-EXIT.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBTXK01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           MOVE PRD-PREV-DATE TO WS-PREV-YYYYMMDD.
           OPEN INPUT TXK-PARM-FILE.
           PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT
               UNTIL WS-PARM-EOF.
           CLOSE TXK-PARM-FILE.
           IF WS-PREV-YYYY = WS-RUN-YYYY
                   AND NOT WS-FORCE-RUN
               DISPLAY 'CBTXK01 NOT FIRST PROCESSING DAY OF YEAR - '
                   'NO 1099-K FILE BUILT'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PAYER-TIN = SPACES OR WS-PAYER-NAME = SPACES
               DISPLAY 'CBTXK01 ERROR: NO PAYER TIN OR NAME ON '
                   'TXKPARM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-TCC = SPACES
               DISPLAY 'CBTXK01 ERROR: NO TRANSMITTER CONTROL CODE '
                   'ON TXKPARM'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PARM-TAX-YEAR > 0
               MOVE WS-PARM-TAX-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
           END-IF.
           MOVE ZEROS TO WS-CONTROL-TOTALS.
           OPEN INPUT MCH-YTD-FILE.
           OPEN INPUT MCH-MASTER-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * Thresholds and indicators keep their defaults when no C
      * card is supplied; once one is, its thresholds stand as
      * keyed, zero included.
      *
       1100-READ-PARM.
           READ TXK-PARM-FILE
               AT END
                   SET WS-PARM-EOF TO TRUE
                   GO TO 1100-READ-PARM-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN TXP-IS-CONTROL
                   MOVE TXP-TAX-YEAR        TO WS-PARM-TAX-YEAR
                   MOVE TXP-THRESHOLD-AMT   TO WS-THRESHOLD-AMT
                   MOVE TXP-THRESHOLD-COUNT TO WS-THRESHOLD-COUNT
                   MOVE TXP-TEST-FILE       TO WS-TEST-FILE-IND
                   MOVE TXP-TCC             TO WS-TCC
                   IF TXP-FORCE-THIS-RUN
                       SET WS-FORCE-RUN TO TRUE
                   END-IF
                   IF TXP-FILER-TYPE NOT = SPACE
                       MOVE TXP-FILER-TYPE   TO WS-FILER-TYPE
                   END-IF
                   IF TXP-PAYMENT-TYPE NOT = SPACE
                       MOVE TXP-PAYMENT-TYPE TO WS-PAYMENT-TYPE
                   END-IF
               WHEN TXP-IS-PAYER
                   MOVE TXP-PAYER-TIN       TO WS-PAYER-TIN
                   MOVE TXP-PAYER-NAME      TO WS-PAYER-NAME
                   MOVE TXP-PAYER-PHONE     TO WS-PAYER-PHONE
               WHEN TXP-IS-ADDRESS
                   MOVE TXP-PAYER-ADDR      TO WS-PAYER-ADDR
                   MOVE TXP-PAYER-CITY      TO WS-PAYER-CITY
                   MOVE TXP-PAYER-STATE     TO WS-PAYER-STATE
                   MOVE TXP-PAYER-ZIP       TO WS-PAYER-ZIP
               WHEN TXP-IS-CONTACT
                   MOVE TXP-CONTACT-NAME    TO WS-CONTACT-NAME
                   MOVE TXP-CONTACT-PHONE   TO WS-CONTACT-PHONE
               WHEN TXP-IS-EMAIL
                   MOVE TXP-CONTACT-EMAIL   TO WS-CONTACT-EMAIL
               WHEN OTHER
                   DISPLAY 'CBTXK01 TXKPARM CARD TYPE '
                       TXP-CARD-TYPE ' IGNORED'
           END-EVALUATE.
       1100-READ-PARM-EXIT.
           EXIT.
      *
      * The first pass counts the payees the T record must carry
      * before any return is written.
      *
       2000-COUNT-PAYEES.
           PERFORM 7000-START-YEAR THRU 7000-START-YEAR-EXIT.
           PERFORM 2100-COUNT-ONE THRU 2100-COUNT-ONE-EXIT
               UNTIL WS-YTD-EOF.
       2000-COUNT-PAYEES-EXIT.
           EXIT.
      *
       2100-COUNT-ONE.
           PERFORM 7100-READ-NEXT-YTD THRU 7100-READ-NEXT-YTD-EXIT.
           IF WS-YTD-EOF
               GO TO 2100-COUNT-ONE-EXIT
           END-IF.
           PERFORM 7200-SUM-MERCHANT THRU 7200-SUM-MERCHANT-EXIT.
           IF MYT-MERCHANT-ID = ZEROS
               GO TO 2100-COUNT-ONE-EXIT
           END-IF.
           IF WS-REPORTABLE
               ADD 1 TO WS-PASS1-PAYEES
           END-IF.
       2100-COUNT-ONE-EXIT.
           EXIT.
      *
       3000-WRITE-RETURNS.
           OPEN OUTPUT TXK-OUT-FILE.
           OPEN OUTPUT TXK-REG-FILE.
           MOVE WS-TAX-YEAR     TO WS-HD-TAX-YEAR.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           IF WS-TEST-FILE-IND = 'T'
               MOVE 'TEST FILE' TO WS-HD-FILE-TYPE
           ELSE
               MOVE 'PRODUCTION' TO WS-HD-FILE-TYPE
           END-IF.
           MOVE WS-PAYER-NAME   TO WS-HD-PAYER-NAME.
           WRITE TXK-REG-LINE FROM WS-HDR-LINE-1.
           WRITE TXK-REG-LINE FROM WS-HDR-LINE-2.
           WRITE TXK-REG-LINE FROM WS-BLANK-LINE.
           WRITE TXK-REG-LINE FROM WS-HDR-LINE-3.
           ADD 4 TO WS-RPT-LINE-COUNT.
           PERFORM 3100-WRITE-TRANSMITTER
               THRU 3100-WRITE-TRANSMITTER-EXIT.
           PERFORM 3200-WRITE-PAYER THRU 3200-WRITE-PAYER-EXIT.
           MOVE 'N' TO WS-YTD-EOF-SW.
           PERFORM 7000-START-YEAR THRU 7000-START-YEAR-EXIT.
           PERFORM 3300-WRITE-ONE-PAYEE THRU 3300-WRITE-ONE-PAYEE-EXIT
               UNTIL WS-YTD-EOF.
           PERFORM 3500-WRITE-END-OF-PAYER
               THRU 3500-WRITE-END-OF-PAYER-EXIT.
           PERFORM 3600-WRITE-END-OF-FILE
               THRU 3600-WRITE-END-OF-FILE-EXIT.
       3000-WRITE-RETURNS-EXIT.
           EXIT.
      *
       3100-WRITE-TRANSMITTER.
           MOVE SPACES TO TXK-T-RECORD.
           MOVE 'T'              TO TXT-REC-TYPE.
           MOVE WS-TAX-YEAR      TO TXT-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN     TO TXT-TRANSMITTER-TIN.
           MOVE WS-TCC           TO TXT-TCC.
           MOVE WS-TEST-FILE-IND TO TXT-TEST-FILE-IND.
           MOVE WS-PAYER-NAME    TO TXT-TRANSMITTER-NAME.
           MOVE WS-PAYER-NAME    TO TXT-COMPANY-NAME.
           MOVE WS-PAYER-ADDR    TO TXT-COMPANY-ADDR.
           MOVE WS-PAYER-CITY    TO TXT-COMPANY-CITY.
           MOVE WS-PAYER-STATE   TO TXT-COMPANY-STATE.
           MOVE WS-PAYER-ZIP     TO TXT-COMPANY-ZIP.
           MOVE WS-PASS1-PAYEES  TO TXT-TOTAL-PAYEES.
           MOVE WS-CONTACT-NAME  TO TXT-CONTACT-NAME.
           MOVE WS-CONTACT-PHONE TO TXT-CONTACT-PHONE.
           MOVE WS-CONTACT-EMAIL TO TXT-CONTACT-EMAIL.
           MOVE 'I'              TO TXT-VENDOR-IND.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM       TO TXT-SEQ-NUM.
           WRITE TXK-T-RECORD.
           ADD 1 TO WS-OUT-REC-COUNT.
       3100-WRITE-TRANSMITTER-EXIT.
           EXIT.
      *
      * Return type MC is Form 1099-K; amount codes 1 and 5 through
      * G are the gross for the year and January through December.
      *
       3200-WRITE-PAYER.
           MOVE SPACES TO TXK-A-RECORD.
           MOVE 'A'              TO TXA-REC-TYPE.
           MOVE WS-TAX-YEAR      TO TXA-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN     TO TXA-PAYER-TIN.
           MOVE 'MC'             TO TXA-RETURN-TYPE.
           MOVE '156789ABCDEFG'  TO TXA-AMOUNT-CODES.
           MOVE WS-PAYER-NAME    TO TXA-PAYER-NAME.
           MOVE '0'              TO TXA-TRANSFER-AGENT-IND.
           MOVE WS-PAYER-ADDR    TO TXA-PAYER-ADDR.
           MOVE WS-PAYER-CITY    TO TXA-PAYER-CITY.
           MOVE WS-PAYER-STATE   TO TXA-PAYER-STATE.
           MOVE WS-PAYER-ZIP     TO TXA-PAYER-ZIP.
           MOVE WS-PAYER-PHONE   TO TXA-PAYER-PHONE.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM       TO TXA-SEQ-NUM.
           WRITE TXK-A-RECORD.
           ADD 1 TO WS-OUT-REC-COUNT.
       3200-WRITE-PAYER-EXIT.
           EXIT.
      *
       3300-WRITE-ONE-PAYEE.
           PERFORM 7100-READ-NEXT-YTD THRU 7100-READ-NEXT-YTD-EXIT.
           IF WS-YTD-EOF
               GO TO 3300-WRITE-ONE-PAYEE-EXIT
           END-IF.
           ADD 1 TO WS-YTD-READ-COUNT.
           PERFORM 7200-SUM-MERCHANT THRU 7200-SUM-MERCHANT-EXIT.
           ADD WS-MT-GROSS-AMT TO WS-YTD-HASH.
           IF MYT-MERCHANT-ID = ZEROS
               ADD 1 TO WS-NO-MERCH-COUNT
               ADD WS-MT-GROSS-AMT TO WS-RT-GROSS-NO-MERCH
               GO TO 3300-WRITE-ONE-PAYEE-EXIT
           END-IF.
           IF WS-NOT-REPORTABLE
               ADD 1 TO WS-BELOW-COUNT
               ADD WS-MT-GROSS-AMT TO WS-RT-GROSS-BELOW
               GO TO 3300-WRITE-ONE-PAYEE-EXIT
           END-IF.
           PERFORM 3400-LOOKUP-MERCHANT THRU 3400-LOOKUP-MERCHANT-EXIT.
           MOVE SPACES TO TXK-B-RECORD.
           MOVE 'B'              TO TXB-REC-TYPE.
           MOVE WS-TAX-YEAR      TO TXB-PAYMENT-YEAR.
           MOVE MYT-MERCHANT-ID  TO TXB-ACCOUNT-NUM.
           MOVE ZEROS            TO TXB-STATE-TAX-WH TXB-LOCAL-TAX-WH.
           PERFORM 3310-ZERO-AMOUNT THRU 3310-ZERO-AMOUNT-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 18.
           MOVE WS-MT-GROSS-AMT  TO TXB-AMT (1).
           PERFORM 3320-MONTH-AMOUNT THRU 3320-MONTH-AMOUNT-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           IF WS-MCH-FOUND
               MOVE MCHM-MERCHANT-NAME TO WS-NAME-WORK
               MOVE MCHM-ADDR-LINE     TO TXB-PAYEE-ADDR
               MOVE MCHM-MERCHANT-CITY TO TXB-PAYEE-CITY
               MOVE MCHM-STATE         TO TXB-PAYEE-STATE
               MOVE MCHM-ZIP           TO TXB-PAYEE-ZIP
               IF MCHM-TIN NUMERIC
                   MOVE MCHM-TIN       TO TXB-PAYEE-TIN
                   MOVE MCHM-TIN-TYPE  TO TXB-TIN-TYPE
               END-IF
           ELSE
               MOVE MYT-MERCHANT-NAME  TO WS-NAME-WORK
           END-IF.
           MOVE WS-NAME-WORK     TO TXB-PAYEE-NAME.
           IF WS-NAME-WORK(1:4) = 'THE '
               MOVE WS-NAME-WORK(5:4) TO TXB-NAME-CONTROL
           ELSE
               MOVE WS-NAME-WORK(1:4) TO TXB-NAME-CONTROL
           END-IF.
           MOVE WS-FILER-TYPE    TO TXB-FILER-TYPE.
           MOVE WS-PAYMENT-TYPE  TO TXB-PAYMENT-TYPE.
           MOVE WS-MT-GROSS-COUNT TO TXB-TRANSACTION-COUNT.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM       TO TXB-SEQ-NUM.
           WRITE TXK-B-RECORD.
           ADD 1 TO WS-OUT-REC-COUNT.
           ADD 1 TO WS-PAYEE-COUNT.
           ADD WS-MT-GROSS-AMT   TO WS-RT-GROSS-REPORTED.
           PERFORM 3330-ADD-CONTROL-TOTAL
               THRU 3330-ADD-CONTROL-TOTAL-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 18.
           PERFORM 3350-REGISTER-PAYEE THRU 3350-REGISTER-PAYEE-EXIT.
       3300-WRITE-ONE-PAYEE-EXIT.
           EXIT.
      *
       3310-ZERO-AMOUNT.
           MOVE ZEROS TO TXB-AMT (WS-AMT-IDX).
       3310-ZERO-AMOUNT-EXIT.
           EXIT.
      *
       3320-MONTH-AMOUNT.
           MOVE MYT-GROSS-AMT (WS-MONTH-IDX)
               TO TXB-AMT (WS-MONTH-IDX + 4).
       3320-MONTH-AMOUNT-EXIT.
           EXIT.
      *
       3330-ADD-CONTROL-TOTAL.
           ADD TXB-AMT (WS-AMT-IDX) TO WS-CTL-TOTAL (WS-AMT-IDX).
       3330-ADD-CONTROL-TOTAL-EXIT.
           EXIT.
      *
      * A return goes out with or without a TIN -- the return is
      * due either way -- but the register flags it for backup
      * withholding review.
      *
       3350-REGISTER-PAYEE.
           MOVE SPACES TO WS-TIN-FLAG.
           MOVE SPACES TO WS-RG-TIN.
           EVALUATE TRUE
               WHEN WS-MCH-NOT-FOUND
                   MOVE 'NOT ON MERCHANT MASTER' TO WS-TIN-FLAG
                   MOVE 'NONE'   TO WS-RG-TIN
               WHEN MCHM-TIN = SPACES
                   MOVE 'NO TIN - BACKUP WH'     TO WS-TIN-FLAG
                   MOVE 'NONE'   TO WS-RG-TIN
               WHEN MCHM-TIN NOT NUMERIC
                       OR NOT MCHM-TIN-TYPE-VALID
                   MOVE 'TIN NOT VALID'          TO WS-TIN-FLAG
                   MOVE '*****'  TO WS-RG-TIN-MASK
                   MOVE MCHM-TIN(6:4) TO WS-RG-TIN-LAST4
               WHEN OTHER
                   MOVE '*****'  TO WS-RG-TIN-MASK
                   MOVE MCHM-TIN(6:4) TO WS-RG-TIN-LAST4
           END-EVALUATE.
           IF WS-TIN-FLAG NOT = SPACES
               ADD 1 TO WS-NO-TIN-COUNT
           END-IF.
           MOVE MYT-MERCHANT-ID   TO WS-RG-MERCHANT-ID.
           MOVE WS-NAME-WORK      TO WS-RG-MERCHANT-NAME.
           MOVE WS-MT-GROSS-COUNT TO WS-RG-COUNT.
           MOVE WS-MT-GROSS-AMT   TO WS-RG-GROSS.
           MOVE WS-TIN-FLAG       TO WS-RG-FLAG.
           WRITE TXK-REG-LINE FROM WS-REG-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       3350-REGISTER-PAYEE-EXIT.
           EXIT.
      *
       3400-LOOKUP-MERCHANT.
           MOVE MYT-MERCHANT-ID TO MCHM-MERCHANT-ID.
           READ MCH-MASTER-FILE
               INVALID KEY
                   SET WS-MCH-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET WS-MCH-FOUND TO TRUE
           END-READ.
       3400-LOOKUP-MERCHANT-EXIT.
           EXIT.
      *
       3500-WRITE-END-OF-PAYER.
           MOVE SPACES TO TXK-C-RECORD.
           MOVE 'C'              TO TXC-REC-TYPE.
           MOVE WS-PAYEE-COUNT   TO TXC-PAYEE-COUNT.
           PERFORM 3510-MOVE-CONTROL-TOTAL
               THRU 3510-MOVE-CONTROL-TOTAL-EXIT
               VARYING WS-AMT-IDX FROM 1 BY 1
               UNTIL WS-AMT-IDX > 18.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM       TO TXC-SEQ-NUM.
           WRITE TXK-C-RECORD.
           ADD 1 TO WS-OUT-REC-COUNT.
       3500-WRITE-END-OF-PAYER-EXIT.
           EXIT.
      *
       3510-MOVE-CONTROL-TOTAL.
           MOVE WS-CTL-TOTAL (WS-AMT-IDX)
               TO TXC-CONTROL-TOTAL (WS-AMT-IDX).
       3510-MOVE-CONTROL-TOTAL-EXIT.
           EXIT.
      *
       3600-WRITE-END-OF-FILE.
           MOVE SPACES TO TXK-F-RECORD.
           MOVE 'F'              TO TXF-REC-TYPE.
           MOVE 1                TO TXF-A-RECORD-COUNT.
           MOVE ZEROS            TO TXF-ZEROS.
           MOVE WS-PAYEE-COUNT   TO TXF-TOTAL-PAYEES.
           ADD 1 TO WS-SEQ-NUM.
           MOVE WS-SEQ-NUM       TO TXF-SEQ-NUM.
           WRITE TXK-F-RECORD.
           ADD 1 TO WS-OUT-REC-COUNT.
       3600-WRITE-END-OF-FILE-EXIT.
           EXIT.
      *
      * The proof: the payees written must be the count the T record
      * announced and the F record closes with, the gross on the B
      * records must be the C record's amount-code 1 total, and the
      * twelve monthly totals must add back to it.
      *
       4000-TERMINATE.
           MOVE ZEROS TO WS-RT-MONTH-TOTAL.
           PERFORM 4100-ADD-MONTH-TOTAL THRU 4100-ADD-MONTH-TOTAL-EXIT
               VARYING WS-AMT-IDX FROM 5 BY 1
               UNTIL WS-AMT-IDX > 16.
           IF WS-PAYEE-COUNT NOT = WS-PASS1-PAYEES
                   OR WS-RT-GROSS-REPORTED NOT = WS-CTL-TOTAL (1)
                   OR WS-RT-MONTH-TOTAL NOT = WS-CTL-TOTAL (1)
               SET WS-PROOF-FAILED TO TRUE
           END-IF.
           WRITE TXK-REG-LINE FROM WS-BLANK-LINE.
           MOVE 'MERCHANTS ON FILE FOR THE YEAR'  TO WS-TL-LABEL.
           MOVE WS-YTD-READ-COUNT     TO WS-TL-COUNT.
           MOVE WS-YTD-HASH           TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'BELOW REPORTING THRESHOLD'       TO WS-TL-LABEL.
           MOVE WS-BELOW-COUNT        TO WS-TL-COUNT.
           MOVE WS-RT-GROSS-BELOW     TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'NO MERCHANT, NOT REPORTED'       TO WS-TL-LABEL.
           MOVE WS-NO-MERCH-COUNT     TO WS-TL-COUNT.
           MOVE WS-RT-GROSS-NO-MERCH  TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYEE RETURNS WRITTEN (B RECORDS)' TO WS-TL-LABEL.
           MOVE WS-PAYEE-COUNT        TO WS-TL-COUNT.
           MOVE WS-RT-GROSS-REPORTED  TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'PAYEES PER T RECORD'             TO WS-TL-LABEL.
           MOVE WS-PASS1-PAYEES       TO WS-TL-COUNT.
           MOVE ZERO                  TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'C RECORD CONTROL TOTAL 1'        TO WS-TL-LABEL.
           MOVE WS-PAYEE-COUNT        TO WS-TL-COUNT.
           MOVE WS-CTL-TOTAL (1)      TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'MONTHLY AMOUNTS (CODES 5-G)'     TO WS-TL-LABEL.
           MOVE WS-PAYEE-COUNT        TO WS-TL-COUNT.
           MOVE WS-RT-MONTH-TOTAL     TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'REPORTED WITHOUT A USABLE TIN'   TO WS-TL-LABEL.
           MOVE WS-NO-TIN-COUNT       TO WS-TL-COUNT.
           MOVE ZERO                  TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           MOVE 'FILE RECORDS WRITTEN'            TO WS-TL-LABEL.
           MOVE WS-OUT-REC-COUNT      TO WS-TL-COUNT.
           MOVE ZERO                  TO WS-TL-AMT.
           WRITE TXK-REG-LINE FROM WS-TOTAL-LINE.
           WRITE TXK-REG-LINE FROM WS-BLANK-LINE.
           IF WS-PROOF-OK
               MOVE 'PROOF: PAYEE COUNT AND CONTROL TOTALS AGREE'
                   TO WS-PF-TEXT
           ELSE
               MOVE 'PROOF FAILED: TOTALS DISAGREE - DO NOT TRANSMIT'
                   TO WS-PF-TEXT
           END-IF.
           WRITE TXK-REG-LINE FROM WS-PROOF-LINE.
           ADD 12 TO WS-RPT-LINE-COUNT.
           CLOSE MCH-YTD-FILE MCH-MASTER-FILE TXK-OUT-FILE
                 TXK-REG-FILE.
           PERFORM 4500-WRITE-RUN-CONTROLS
               THRU 4500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBTXK01 TAX YEAR:             ' WS-TAX-YEAR.
           DISPLAY 'CBTXK01 MERCHANTS READ:       ' WS-YTD-READ-COUNT.
           DISPLAY 'CBTXK01 PAYEE RETURNS:        ' WS-PAYEE-COUNT.
           DISPLAY 'CBTXK01 BELOW THRESHOLD:      ' WS-BELOW-COUNT.
           DISPLAY 'CBTXK01 NO USABLE TIN:        ' WS-NO-TIN-COUNT.
           DISPLAY 'CBTXK01 NO MERCHANT, SKIPPED: ' WS-NO-MERCH-COUNT.
           IF WS-PROOF-FAILED
               DISPLAY 'CBTXK01 ERROR: 1099-K FILE DOES NOT PROVE '
                   '-- DO NOT TRANSMIT'
               MOVE 16 TO RETURN-CODE
           END-IF.
       4000-TERMINATE-EXIT.
           EXIT.
      *
       4100-ADD-MONTH-TOTAL.
           ADD WS-CTL-TOTAL (WS-AMT-IDX) TO WS-RT-MONTH-TOTAL.
       4100-ADD-MONTH-TOTAL-EXIT.
           EXIT.
      *
       4500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBTXK01'      TO RCT-PROGRAM-ID.
           MOVE 'MCHYTD'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-YTD-READ-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-YTD-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TXKOUT'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-OUT-REC-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-RT-GROSS-REPORTED TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'TXKREG'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       4500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
      *
      * The year's masters sit together under the tax-year half of
      * the key, in merchant order.
      *
       7000-START-YEAR.
           MOVE WS-TAX-YEAR TO MYT-TAX-YEAR.
           MOVE ZEROS       TO MYT-MERCHANT-ID.
           START MCH-YTD-FILE KEY >= MYT-KEY
               INVALID KEY
                   SET WS-YTD-EOF TO TRUE
           END-START.
       7000-START-YEAR-EXIT.
           EXIT.
      *
       7100-READ-NEXT-YTD.
           READ MCH-YTD-FILE NEXT RECORD
               AT END
                   SET WS-YTD-EOF TO TRUE
                   GO TO 7100-READ-NEXT-YTD-EXIT
           END-READ.
           IF MYT-TAX-YEAR NOT = WS-TAX-YEAR
               SET WS-YTD-EOF TO TRUE
           END-IF.
       7100-READ-NEXT-YTD-EXIT.
           EXIT.
      *
      * Both thresholds must be exceeded; the 1099-K gross is the
      * gross of the payment transactions, before reversals, fees
      * or anything else the merchant was charged.
      *
       7200-SUM-MERCHANT.
           MOVE ZEROS TO WS-MT-GROSS-AMT WS-MT-GROSS-COUNT.
           PERFORM 7210-ADD-MONTH THRU 7210-ADD-MONTH-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           IF WS-MT-GROSS-AMT > WS-THRESHOLD-AMT
                   AND WS-MT-GROSS-COUNT > WS-THRESHOLD-COUNT
               SET WS-REPORTABLE TO TRUE
           ELSE
               SET WS-NOT-REPORTABLE TO TRUE
           END-IF.
       7200-SUM-MERCHANT-EXIT.
           EXIT.
      *
       7210-ADD-MONTH.
           ADD MYT-GROSS-AMT (WS-MONTH-IDX)   TO WS-MT-GROSS-AMT.
           ADD MYT-GROSS-COUNT (WS-MONTH-IDX) TO WS-MT-GROSS-COUNT.
       7210-ADD-MONTH-EXIT.
           EXIT.
