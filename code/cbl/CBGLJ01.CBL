      ******************************************************************
      * CardDemo - General Ledger Journal Interface Step
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
      * Builds the night's general ledger journal from the files the
      * stream has already written, so finance loads accounting entries
      * instead of keying them from the printed reports.  Each source is
      * read once and totalled by activity: the TRNXEXT extract by
      * transaction type -- returned-payment fees (RF) as fee income,
      * manual adjustments (MA), reversals (RV, DP and CB), cash
      * advances (the same cash types CBBIL01 prices at the cash APR)
      * and purchases, everything else -- finance charges off BILSUM01,
      * payments off PAYPST01, recoveries on written-off cards off
      * RCYPST, net of the recoveries returned, returned ACH payments
      * off the PAYRVS reversal file, interchange fee income and the
      * merchant payable off SETXTR01, merchant payouts released off
      * PAYOUT01, balances charged off tonight off the CHGOFF01
      * charge-off master, the further loss on cards already charged off
      * whose payments came back (PAYRVS source CHO), and dispute holds
      * placed and released tonight off the DSPCASE case master.  Each
      * activity total posts as one debit and one credit line to the
      * accounts the GLMAP01 mapping table names for it, reversed when
      * the total is negative; an activity with no mapping cannot post
      * and is reported instead.  The register prints the journal, a
      * trial balance by account off a resort of the journal, and a
      * control proof: the journal must balance, and every source the
      * journal was built from must carry the count and amount total its
      * writing program appended to the RUNCTL01 control file -- the
      * TRNXEXT reference the same way CBBAL01 locates it.  A journal
      * that does not balance, does not tie, or could not post an
      * activity sets a non-zero RETURN-CODE so the scheduler holds the
      * GL feed, the way CBBAL01 holds the warehouse feed.  At end of
      * run a RUNCTL01 control record is appended to the shared control
      * file for each file handled, feeding the CBBAL01 end-of-stream
      * balance.  The run date is the business date on the PRCDATE1
      * processing date control record, fetched through CBPRD01, never
      * the clock -- a rerun of a prior night dates the journal to that
      * night and picks up that night's dispute holds and releases.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBGLJ01.
       AUTHOR.         AWS.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE      ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRNX-EXTRACT-FILE ASSIGN TO TRNXEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BIL-SUMMARY-FILE ASSIGN TO BILSUM
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-POSTED-FILE ASSIGN TO PAYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RCY-POSTED-FILE ASSIGN TO RCYPST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-REVERSAL-FILE ASSIGN TO PAYRVS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SET-XTRACT-FILE  ASSIGN TO SETXTR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-OUT-FILE     ASSIGN TO PAYOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHG-OFF-FILE ASSIGN TO CHGOFF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-CARD-NUM.
           SELECT OPTIONAL DSP-CASE-FILE ASSIGN TO DSPCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY.
           SELECT GL-JOURNAL-FILE  ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-SORT-WORK     ASSIGN TO SRTWK01.
           SELECT GL-RPT-FILE      ASSIGN TO GLREG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-CTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           RECORDING MODE IS F.
           COPY GLMAP01.
      *
       FD  TRNX-EXTRACT-FILE
           RECORDING MODE IS F.
           COPY COSTM01.
      *
       FD  BIL-SUMMARY-FILE
           RECORDING MODE IS F.
           COPY BILSUM01.
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
       FD  PAY-REVERSAL-FILE
           RECORDING MODE IS F.
           COPY PAYPST01 REPLACING ==PAY-POSTED-RECORD==
               BY ==PAY-REVERSAL-RECORD==.
      *
       FD  SET-XTRACT-FILE
           RECORDING MODE IS F.
           COPY SETXTR01.
      *
       FD  PAY-OUT-FILE
           RECORDING MODE IS F.
           COPY PAYOUT01.
      *
       FD  CHG-OFF-FILE.
           COPY CHGOFF01.
      *
       FD  DSP-CASE-FILE.
           COPY DSPCASE1.
      *
       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
           COPY GLJRNL01.
      *
       SD  GL-SORT-WORK.
           COPY GLJRNL01 REPLACING ==GL-JOURNAL-RECORD==
               BY ==GL-SORT-RECORD==.
      *
       FD  GL-RPT-FILE
           RECORDING MODE IS F.
       01  GL-RPT-LINE                 PIC X(120).
      *
       FD  RUN-CTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL01.
      *
       WORKING-STORAGE SECTION.
       77  WS-MAP-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-MAP-EOF              VALUE 'Y'.
       77  WS-CTL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CTL-EOF              VALUE 'Y'.
       77  WS-TRN-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-TRN-EOF              VALUE 'Y'.
       77  WS-BIL-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-BIL-EOF              VALUE 'Y'.
       77  WS-PAY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-PAY-EOF              VALUE 'Y'.
       77  WS-RCY-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RCY-EOF              VALUE 'Y'.
       77  WS-RVS-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-RVS-EOF              VALUE 'Y'.
       77  WS-CHO-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-CHO-EOF              VALUE 'Y'.
       77  WS-SET-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-SET-EOF              VALUE 'Y'.
       77  WS-POT-EOF-SW               PIC X(01)   VALUE 'N'.
           88  WS-POT-EOF              VALUE 'Y'.
       77  WS-CASE-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-CASE-EOF             VALUE 'Y'.
       77  WS-SORT-EOF-SW              PIC X(01)   VALUE 'N'.
           88  WS-SORT-EOF             VALUE 'Y'.
       77  WS-FIRST-ACCT-SW            PIC X(01)   VALUE 'Y'.
           88  WS-FIRST-ACCT           VALUE 'Y'.
           88  WS-NOT-FIRST-ACCT       VALUE 'N'.
       77  WS-MAP-FOUND-SW             PIC X(01)   VALUE 'N'.
           88  WS-MAP-FOUND            VALUE 'Y'.
           88  WS-MAP-NOT-FOUND        VALUE 'N'.
       77  WS-ENTRY-FOUND-SW           PIC X(01)   VALUE 'N'.
           88  WS-ENTRY-FOUND          VALUE 'Y'.
           88  WS-ENTRY-NOT-FOUND      VALUE 'N'.
       77  WS-GL-HOLD-SW               PIC X(01)   VALUE 'N'.
           88  WS-GL-HELD              VALUE 'Y'.
      *
       77  WS-MAP-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-MAP-MAX                  PIC 9(03)   COMP VALUE 50.
       77  WS-MAP-IDX                  PIC 9(03)   COMP VALUE 0.
       77  WS-CTL-COUNT                PIC 9(03)   COMP VALUE 0.
       77  WS-CTL-MAX                  PIC 9(03)   COMP VALUE 200.
       77  WS-IDX                      PIC 9(03)   COMP VALUE 0.
      *
       77  WS-TRN-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-TRN-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PURCHASE-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-PURCHASE-AMT             PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CASH-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-CASH-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RTN-FEE-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RTN-FEE-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-ADJ-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-ADJ-AMT                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-REVERSAL-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-REVERSAL-AMT             PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-BIL-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-BIL-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-FIN-CHG-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-PAY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-PAY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RCY-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RVS-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-RVS-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RVS-AMT                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RCY-RTN-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RCY-RTN-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHO-RTN-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-CHO-RTN-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CHO-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-CHO-AMT                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-SET-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-SET-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-FEE-AMT                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-POT-COUNT                PIC 9(09)   COMP VALUE 0.
       77  WS-POT-HASH                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-CASE-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-CASE-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-HOLD-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-HOLD-AMT                 PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-RELEASE-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RELEASE-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
      *
       77  WS-JRNL-SEQ                 PIC 9(06)   COMP VALUE 0.
       77  WS-JRNL-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-TOTAL-DEBITS             PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-CREDITS            PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-UNMAPPED-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-TB-ACCT-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-RPT-LINE-COUNT           PIC 9(09)   COMP VALUE 0.
      *
       01  WS-TRNX-TYPE-CD             PIC X(02)   VALUE SPACES.
           88  WS-IS-CASH-TYPE         VALUE 'CA' 'CW'.
           88  WS-IS-RTN-FEE-TYPE      VALUE 'RF'.
           88  WS-IS-ADJ-TYPE          VALUE 'MA'.
           88  WS-IS-REVERSAL-TYPE     VALUE 'RV' 'DP' 'CB'.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
      * One activity is handed to the posting paragraph at a time:
      * its code, the stream file it was totalled from, how many of
      * that file's records it summarizes and the signed total.
      *
       01  WS-POST-REQUEST.
           05  WS-PR-ACTIVITY-CD       PIC X(08)   VALUE SPACES.
           05  WS-PR-SOURCE-DD         PIC X(08)   VALUE SPACES.
           05  WS-PR-COUNT             PIC 9(09)   VALUE 0.
           05  WS-PR-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-POST-WORK.
           05  WS-PW-DEBIT-ACCT        PIC X(10)   VALUE SPACES.
           05  WS-PW-CREDIT-ACCT       PIC X(10)   VALUE SPACES.
           05  WS-PW-AMT               PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-PW-ACCOUNT           PIC X(10)   VALUE SPACES.
           05  WS-PW-SIDE              PIC X(01)   VALUE SPACE.
               88  WS-PW-IS-DEBIT      VALUE 'D'.
               88  WS-PW-IS-CREDIT     VALUE 'C'.
      *
      * The mapping table is small -- one entry per activity -- so
      * it is held in storage and scanned per activity, the same way
      * CBSET01 holds the fee tier schedule.
      *
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY            OCCURS 50 TIMES.
               10  WS-MPT-ACTIVITY-CD  PIC X(08).
               10  WS-MPT-DEBIT-ACCT   PIC X(10).
               10  WS-MPT-CREDIT-ACCT  PIC X(10).
               10  WS-MPT-DESC         PIC X(30).
      *
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY            OCCURS 200 TIMES.
               10  WS-CTE-PROGRAM      PIC X(08).
               10  WS-CTE-DD           PIC X(08).
               10  WS-CTE-IO           PIC X(01).
               10  WS-CTE-COUNT        PIC 9(09).
               10  WS-CTE-HASH         PIC S9(13)V99 COMP-3.
      *
       01  WS-FIND-KEY.
           05  WS-FIND-PROGRAM         PIC X(08)   VALUE SPACES.
           05  WS-FIND-DD              PIC X(08)   VALUE SPACES.
           05  WS-FIND-IO              PIC X(01)   VALUE SPACE.
      *
       01  WS-FOUND-TOTALS.
           05  WS-FOUND-COUNT          PIC 9(09)   VALUE 0.
           05  WS-FOUND-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-TIE-SOURCE.
           05  WS-TIE-DD               PIC X(08)   VALUE SPACES.
           05  WS-TIE-COUNT            PIC 9(09)   VALUE 0.
           05  WS-TIE-HASH             PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-TB-WORK.
           05  WS-TB-ACCOUNT           PIC X(10)   VALUE SPACES.
           05  WS-TB-DEBITS            PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TB-CREDITS           PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TB-NET               PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TB-TOT-DEBITS        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TB-TOT-CREDITS       PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(44)   VALUE
               'CARDDEMO GENERAL LEDGER JOURNAL REGISTER'.
           05  FILLER                  PIC X(09)   VALUE 'RUN DATE '.
           05  WS-HD-RUN-DATE          PIC 9(08).
      *
       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-SL-TEXT              PIC X(40).
      *
       01  WS-JRNL-HDR-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(08)   VALUE 'SEQ'.
           05  FILLER                  PIC X(10)   VALUE 'ACTIVITY'.
           05  FILLER                  PIC X(10)   VALUE 'SOURCE'.
           05  FILLER                  PIC X(12)   VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(22)   VALUE
               '               DEBIT'.
           05  FILLER                  PIC X(22)   VALUE
               '              CREDIT'.
           05  FILLER                  PIC X(30)   VALUE 'DESCRIPTION'.
      *
       01  WS-JRNL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-JL-SEQ               PIC ZZZZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JL-ACTIVITY          PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JL-SOURCE            PIC X(08).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JL-DEBIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JL-CREDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JL-DESC              PIC X(30).
      *
       01  WS-JRNL-TOTAL-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-JT-LABEL             PIC X(40).
           05  WS-JT-DEBIT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-JT-CREDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
       01  WS-UNMAPPED-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(31)   VALUE
               '** NO GL MAPPING FOR ACTIVITY'.
           05  WS-UL-ACTIVITY          PIC X(08).
           05  FILLER                  PIC X(08)   VALUE '  TOTAL '.
           05  WS-UL-AMT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(16)   VALUE
               '  -- NOT POSTED'.
      *
       01  WS-TB-HDR-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(12)   VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(22)   VALUE
               '              DEBITS'.
           05  FILLER                  PIC X(22)   VALUE
               '             CREDITS'.
           05  FILLER                  PIC X(22)   VALUE
               '                  NET'.
      *
       01  WS-TB-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TL-ACCOUNT           PIC X(10).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TL-DEBITS            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TL-CREDITS           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TL-NET               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
      *
       01  WS-CHECK-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CKL-DESC             PIC X(34).
           05  WS-CKL-EXPECTED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CKL-ACTUAL           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CKL-STATUS           PIC X(14).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-CNL-DESC             PIC X(34).
           05  FILLER                  PIC X(06)   VALUE SPACES.
           05  WS-CNL-EXPECTED         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(09)   VALUE SPACES.
           05  WS-CNL-ACTUAL           PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-CNL-STATUS           PIC X(14).
      *
       01  WS-PROOF-HDR-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(34)   VALUE 'CHECK'.
           05  FILLER                  PIC X(19)   VALUE
               'EXPECTED'.
           05  FILLER                  PIC X(19)   VALUE 'ACTUAL'.
           05  FILLER                  PIC X(14)   VALUE 'STATUS'.
      *
       01  WS-MISSING-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(24)   VALUE
               'MISSING CONTROL RECORD:'.
           05  WS-ML-PROGRAM           PIC X(09).
           05  WS-ML-DD                PIC X(09).
           05  WS-ML-IO                PIC X(01).
      *
       01  WS-RESULT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  FILLER                  PIC X(16)   VALUE
               'GL FEED STATUS:'.
           05  WS-RL-STATUS            PIC X(14).
      *
       01  WS-BLANK-LINE               PIC X(120)  VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-TOTAL-SOURCES THRU 2000-TOTAL-SOURCES-EXIT.
           PERFORM 3000-BUILD-JOURNAL THRU 3000-BUILD-JOURNAL-EXIT.
           PERFORM 4000-TRIAL-BALANCE THRU 4000-TRIAL-BALANCE-EXIT.
           PERFORM 5000-PROVE-JOURNAL THRU 5000-PROVE-JOURNAL-EXIT.
           PERFORM 6000-TERMINATE THRU 6000-TERMINATE-EXIT.
           GOBACK.
      *
      * A journal cannot be built without the mapping table, so an
      * empty one fails the step outright rather than holding a
      * journal with nothing on it.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBGLJ01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT GL-MAP-FILE.
           PERFORM 1100-LOAD-MAP-ENTRY THRU 1100-LOAD-MAP-ENTRY-EXIT
               UNTIL WS-MAP-EOF.
           CLOSE GL-MAP-FILE.
           IF WS-MAP-COUNT = 0
               DISPLAY 'CBGLJ01 ERROR: GL ACCOUNT MAPPING FILE '
                   'IS EMPTY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RUN-CTL-FILE.
           PERFORM 1200-LOAD-CTL-RECORD THRU 1200-LOAD-CTL-RECORD-EXIT
               UNTIL WS-CTL-EOF.
           CLOSE RUN-CTL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           OPEN OUTPUT GL-RPT-FILE.
           MOVE WS-RUN-YYYYMMDD TO WS-HD-RUN-DATE.
           WRITE GL-RPT-LINE FROM WS-HDR-LINE-1.
           ADD 1 TO WS-RPT-LINE-COUNT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       1100-LOAD-MAP-ENTRY.
           READ GL-MAP-FILE
               AT END
                   SET WS-MAP-EOF TO TRUE
                   GO TO 1100-LOAD-MAP-ENTRY-EXIT
           END-READ.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               DISPLAY 'CBGLJ01 ERROR: MORE THAN ' WS-MAP-MAX
                   ' GL MAPPING ENTRIES -- RAISE THE TABLE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE GLM-ACTIVITY-CD TO WS-MPT-ACTIVITY-CD (WS-MAP-COUNT).
           MOVE GLM-DEBIT-ACCT  TO WS-MPT-DEBIT-ACCT (WS-MAP-COUNT).
           MOVE GLM-CREDIT-ACCT TO WS-MPT-CREDIT-ACCT (WS-MAP-COUNT).
           MOVE GLM-DESC        TO WS-MPT-DESC (WS-MAP-COUNT).
       1100-LOAD-MAP-ENTRY-EXIT.
           EXIT.
      *
      * The control file is loaded whole, the way CBBAL01 loads it;
      * a control file too large for the table holds the feed, since
      * the proof could be graded against a partial file.
      *
       1200-LOAD-CTL-RECORD.
           READ RUN-CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
                   GO TO 1200-LOAD-CTL-RECORD-EXIT
           END-READ.
           IF WS-CTL-COUNT >= WS-CTL-MAX
               DISPLAY 'CBGLJ01 ERROR: MORE THAN ' WS-CTL-MAX
                   ' CONTROL RECORDS -- EXTRAS IGNORED'
               SET WS-GL-HELD TO TRUE
               GO TO 1200-LOAD-CTL-RECORD-EXIT
           END-IF.
           ADD 1 TO WS-CTL-COUNT.
           MOVE RCT-PROGRAM-ID   TO WS-CTE-PROGRAM (WS-CTL-COUNT).
           MOVE RCT-FILE-DD      TO WS-CTE-DD (WS-CTL-COUNT).
           MOVE RCT-IO-FLAG      TO WS-CTE-IO (WS-CTL-COUNT).
           MOVE RCT-RECORD-COUNT TO WS-CTE-COUNT (WS-CTL-COUNT).
           MOVE RCT-AMT-HASH     TO WS-CTE-HASH (WS-CTL-COUNT).
       1200-LOAD-CTL-RECORD-EXIT.
           EXIT.
      *
       2000-TOTAL-SOURCES.
           PERFORM 2100-TOTAL-EXTRACT THRU 2100-TOTAL-EXTRACT-EXIT.
           PERFORM 2200-TOTAL-BILLING THRU 2200-TOTAL-BILLING-EXIT.
           PERFORM 2300-TOTAL-PAYMENTS THRU 2300-TOTAL-PAYMENTS-EXIT.
           PERFORM 2320-TOTAL-RECOVERIES
               THRU 2320-TOTAL-RECOVERIES-EXIT.
           PERFORM 2340-TOTAL-REVERSALS
               THRU 2340-TOTAL-REVERSALS-EXIT.
           PERFORM 2400-TOTAL-SETTLEMENT
               THRU 2400-TOTAL-SETTLEMENT-EXIT.
           PERFORM 2500-TOTAL-PAYOUTS THRU 2500-TOTAL-PAYOUTS-EXIT.
           PERFORM 2600-TOTAL-DISPUTES THRU 2600-TOTAL-DISPUTES-EXIT.
           PERFORM 2700-TOTAL-CHARGE-OFFS
               THRU 2700-TOTAL-CHARGE-OFFS-EXIT.
       2000-TOTAL-SOURCES-EXIT.
           EXIT.
      *
       2100-TOTAL-EXTRACT.
           OPEN INPUT TRNX-EXTRACT-FILE.
           PERFORM 2110-READ-EXTRACT THRU 2110-READ-EXTRACT-EXIT
               UNTIL WS-TRN-EOF.
           CLOSE TRNX-EXTRACT-FILE.
       2100-TOTAL-EXTRACT-EXIT.
           EXIT.
      *
      * Fees, adjustments and reversals are told apart by type before
      * the cash test, so none of them lands in purchases; whatever
      * is left over is purchase activity.
      *
       2110-READ-EXTRACT.
           READ TRNX-EXTRACT-FILE
               AT END
                   SET WS-TRN-EOF TO TRUE
                   GO TO 2110-READ-EXTRACT-EXIT
           END-READ.
           ADD 1 TO WS-TRN-COUNT.
           ADD TRNX-AMT TO WS-TRN-HASH.
           MOVE TRNX-TYPE-CD TO WS-TRNX-TYPE-CD.
           EVALUATE TRUE
               WHEN WS-IS-RTN-FEE-TYPE
                   ADD 1 TO WS-RTN-FEE-COUNT
                   ADD TRNX-AMT TO WS-RTN-FEE-AMT
               WHEN WS-IS-ADJ-TYPE
                   ADD 1 TO WS-ADJ-COUNT
                   ADD TRNX-AMT TO WS-ADJ-AMT
               WHEN WS-IS-REVERSAL-TYPE
                   ADD 1 TO WS-REVERSAL-COUNT
                   ADD TRNX-AMT TO WS-REVERSAL-AMT
               WHEN WS-IS-CASH-TYPE
                   ADD 1 TO WS-CASH-COUNT
                   ADD TRNX-AMT TO WS-CASH-AMT
               WHEN OTHER
                   ADD 1 TO WS-PURCHASE-COUNT
                   ADD TRNX-AMT TO WS-PURCHASE-AMT
           END-EVALUATE.
       2110-READ-EXTRACT-EXIT.
           EXIT.
      *
       2200-TOTAL-BILLING.
           OPEN INPUT BIL-SUMMARY-FILE.
           PERFORM 2210-READ-BILLING THRU 2210-READ-BILLING-EXIT
               UNTIL WS-BIL-EOF.
           CLOSE BIL-SUMMARY-FILE.
       2200-TOTAL-BILLING-EXIT.
           EXIT.
      *
       2210-READ-BILLING.
           READ BIL-SUMMARY-FILE
               AT END
                   SET WS-BIL-EOF TO TRUE
                   GO TO 2210-READ-BILLING-EXIT
           END-READ.
           ADD 1 TO WS-BIL-COUNT.
           ADD BIL-CLOSING-BAL TO WS-BIL-HASH.
           ADD BIL-FINANCE-CHG TO WS-FIN-CHG-AMT.
       2210-READ-BILLING-EXIT.
           EXIT.
      *
       2300-TOTAL-PAYMENTS.
           OPEN INPUT PAY-POSTED-FILE.
           PERFORM 2310-READ-PAYMENT THRU 2310-READ-PAYMENT-EXIT
               UNTIL WS-PAY-EOF.
           CLOSE PAY-POSTED-FILE.
       2300-TOTAL-PAYMENTS-EXIT.
           EXIT.
      *
       2310-READ-PAYMENT.
           READ PAY-POSTED-FILE
               AT END
                   SET WS-PAY-EOF TO TRUE
                   GO TO 2310-READ-PAYMENT-EXIT
           END-READ.
           ADD 1 TO WS-PAY-COUNT.
           ADD PST-PAY-AMT OF PAY-POSTED-RECORD TO WS-PAY-HASH.
       2310-READ-PAYMENT-EXIT.
           EXIT.
      *
      * Recoveries are payments CBPAY01 routed off cards already
      * written off; they come back against the charge-off loss, not
      * the cardholder receivable.
      *
       2320-TOTAL-RECOVERIES.
           OPEN INPUT RCY-POSTED-FILE.
           PERFORM 2330-READ-RECOVERY THRU 2330-READ-RECOVERY-EXIT
               UNTIL WS-RCY-EOF.
           CLOSE RCY-POSTED-FILE.
       2320-TOTAL-RECOVERIES-EXIT.
           EXIT.
      *
       2330-READ-RECOVERY.
           READ RCY-POSTED-FILE
               AT END
                   SET WS-RCY-EOF TO TRUE
                   GO TO 2330-READ-RECOVERY-EXIT
           END-READ.
           ADD 1 TO WS-RCY-COUNT.
           ADD PST-PAY-AMT OF RCY-POSTED-RECORD TO WS-RCY-HASH.
       2330-READ-RECOVERY-EXIT.
           EXIT.
      *
      * CBRTN01 writes each returned payment negated, so the file
      * hash is the negative of the payments taken back; the
      * activity posts the amount returned, as a positive total.  A
      * returned recovery, source RCY, is netted off the recoveries
      * instead, since it goes back against the charge-off loss.  A
      * payment returned on a card already charged off, source CHO,
      * adds to the balance written off rather than to the cardholder
      * receivable, and posts as its own activity.
      *
       2340-TOTAL-REVERSALS.
           OPEN INPUT PAY-REVERSAL-FILE.
           PERFORM 2350-READ-REVERSAL THRU 2350-READ-REVERSAL-EXIT
               UNTIL WS-RVS-EOF.
           CLOSE PAY-REVERSAL-FILE.
           COMPUTE WS-RVS-AMT = WS-RCY-RTN-AMT - WS-RVS-HASH.
           ADD WS-CHO-RTN-AMT TO WS-RVS-AMT.
       2340-TOTAL-REVERSALS-EXIT.
           EXIT.
      *
       2350-READ-REVERSAL.
           READ PAY-REVERSAL-FILE
               AT END
                   SET WS-RVS-EOF TO TRUE
                   GO TO 2350-READ-REVERSAL-EXIT
           END-READ.
           ADD 1 TO WS-RVS-COUNT.
           ADD PST-PAY-AMT OF PAY-REVERSAL-RECORD TO WS-RVS-HASH.
           IF PST-SOURCE-CD OF PAY-REVERSAL-RECORD = 'RCY'
               ADD 1 TO WS-RCY-RTN-COUNT
               ADD PST-PAY-AMT OF PAY-REVERSAL-RECORD
                   TO WS-RCY-RTN-AMT
           END-IF.
           IF PST-SOURCE-CD OF PAY-REVERSAL-RECORD = 'CHO'
               ADD 1 TO WS-CHO-RTN-COUNT
               ADD PST-PAY-AMT OF PAY-REVERSAL-RECORD
                   TO WS-CHO-RTN-AMT
           END-IF.
       2350-READ-REVERSAL-EXIT.
           EXIT.
      *
      * The settlement extract carries both sides of the merchant
      * position: the interchange fee the issuer keeps and the net
      * payable owed the merchant.
      *
       2400-TOTAL-SETTLEMENT.
           OPEN INPUT SET-XTRACT-FILE.
           PERFORM 2410-READ-SETTLEMENT THRU 2410-READ-SETTLEMENT-EXIT
               UNTIL WS-SET-EOF.
           CLOSE SET-XTRACT-FILE.
       2400-TOTAL-SETTLEMENT-EXIT.
           EXIT.
      *
       2410-READ-SETTLEMENT.
           READ SET-XTRACT-FILE
               AT END
                   SET WS-SET-EOF TO TRUE
                   GO TO 2410-READ-SETTLEMENT-EXIT
           END-READ.
           ADD 1 TO WS-SET-COUNT.
           ADD SET-NET-PAYABLE TO WS-SET-HASH.
           ADD SET-FEE-AMT TO WS-FEE-AMT.
       2410-READ-SETTLEMENT-EXIT.
           EXIT.
      *
      * Only the releasable payout file is journaled; the pending
      * file's merchants stay in the payable until CBPOT01 releases
      * them on a later night.
      *
       2500-TOTAL-PAYOUTS.
           OPEN INPUT PAY-OUT-FILE.
           PERFORM 2510-READ-PAYOUT THRU 2510-READ-PAYOUT-EXIT
               UNTIL WS-POT-EOF.
           CLOSE PAY-OUT-FILE.
       2500-TOTAL-PAYOUTS-EXIT.
           EXIT.
      *
       2510-READ-PAYOUT.
           READ PAY-OUT-FILE
               AT END
                   SET WS-POT-EOF TO TRUE
                   GO TO 2510-READ-PAYOUT-EXIT
           END-READ.
           ADD 1 TO WS-POT-COUNT.
           ADD PO-PAY-AMT TO WS-POT-HASH.
       2510-READ-PAYOUT-EXIT.
           EXIT.
      *
      * The whole case master is walked so its count and amount can
      * be tied to the record CBDSP01 appended after its aging pass;
      * only the cases opened or closed tonight move the GL.
      *
       2600-TOTAL-DISPUTES.
           OPEN INPUT DSP-CASE-FILE.
           MOVE LOW-VALUES TO DSP-KEY.
           START DSP-CASE-FILE KEY >= DSP-KEY
               INVALID KEY
                   SET WS-CASE-EOF TO TRUE
           END-START.
           IF NOT WS-CASE-EOF
               PERFORM 2610-READ-CASE THRU 2610-READ-CASE-EXIT
                   UNTIL WS-CASE-EOF
           END-IF.
           CLOSE DSP-CASE-FILE.
       2600-TOTAL-DISPUTES-EXIT.
           EXIT.
      *
       2610-READ-CASE.
           READ DSP-CASE-FILE NEXT RECORD
               AT END
                   SET WS-CASE-EOF TO TRUE
                   GO TO 2610-READ-CASE-EXIT
           END-READ.
           ADD 1 TO WS-CASE-COUNT.
           ADD DSP-AMT TO WS-CASE-HASH.
           IF DSP-OPEN-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-HOLD-COUNT
               ADD DSP-AMT TO WS-HOLD-AMT
           END-IF.
           IF DSP-IS-CLOSED AND DSP-CLOSE-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-RELEASE-COUNT
               ADD DSP-AMT TO WS-RELEASE-AMT
           END-IF.
       2610-READ-CASE-EXIT.
           EXIT.
      *
      * Only the cards written off tonight move the GL: the balance
      * written off comes off the cardholder receivable.  Count and
      * balance are what CBCHO01 appended for the CHGOFF file.
      *
       2700-TOTAL-CHARGE-OFFS.
           OPEN INPUT CHG-OFF-FILE.
           MOVE LOW-VALUES TO CHO-CARD-NUM.
           START CHG-OFF-FILE KEY >= CHO-CARD-NUM
               INVALID KEY
                   SET WS-CHO-EOF TO TRUE
           END-START.
           IF NOT WS-CHO-EOF
               PERFORM 2710-READ-CHARGE-OFF
                   THRU 2710-READ-CHARGE-OFF-EXIT
                   UNTIL WS-CHO-EOF
           END-IF.
           CLOSE CHG-OFF-FILE.
       2700-TOTAL-CHARGE-OFFS-EXIT.
           EXIT.
      *
       2710-READ-CHARGE-OFF.
           READ CHG-OFF-FILE NEXT RECORD
               AT END
                   SET WS-CHO-EOF TO TRUE
                   GO TO 2710-READ-CHARGE-OFF-EXIT
           END-READ.
           IF CHO-CHGOFF-DATE = WS-RUN-YYYYMMDD
               ADD 1 TO WS-CHO-COUNT
               ADD CHO-BALANCE TO WS-CHO-AMT
           END-IF.
       2710-READ-CHARGE-OFF-EXIT.
           EXIT.
      *
      * One posting per activity, in a fixed order so the journal
      * reads the same way every night.
      *
       3000-BUILD-JOURNAL.
           WRITE GL-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'JOURNAL' TO WS-SL-TEXT.
           WRITE GL-RPT-LINE FROM WS-SECTION-LINE.
           WRITE GL-RPT-LINE FROM WS-JRNL-HDR-LINE.
           ADD 3 TO WS-RPT-LINE-COUNT.
           MOVE 'PURCHASE'        TO WS-PR-ACTIVITY-CD.
           MOVE 'TRNXEXT'         TO WS-PR-SOURCE-DD.
           MOVE WS-PURCHASE-COUNT TO WS-PR-COUNT.
           MOVE WS-PURCHASE-AMT   TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'CASHADV'         TO WS-PR-ACTIVITY-CD.
           MOVE 'TRNXEXT'         TO WS-PR-SOURCE-DD.
           MOVE WS-CASH-COUNT     TO WS-PR-COUNT.
           MOVE WS-CASH-AMT       TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'RTNFEE'          TO WS-PR-ACTIVITY-CD.
           MOVE 'TRNXEXT'         TO WS-PR-SOURCE-DD.
           MOVE WS-RTN-FEE-COUNT  TO WS-PR-COUNT.
           MOVE WS-RTN-FEE-AMT    TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'MANADJ'          TO WS-PR-ACTIVITY-CD.
           MOVE 'TRNXEXT'         TO WS-PR-SOURCE-DD.
           MOVE WS-ADJ-COUNT      TO WS-PR-COUNT.
           MOVE WS-ADJ-AMT        TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'REVERSAL'        TO WS-PR-ACTIVITY-CD.
           MOVE 'TRNXEXT'         TO WS-PR-SOURCE-DD.
           MOVE WS-REVERSAL-COUNT TO WS-PR-COUNT.
           MOVE WS-REVERSAL-AMT   TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'FINCHG'          TO WS-PR-ACTIVITY-CD.
           MOVE 'BILSUM'          TO WS-PR-SOURCE-DD.
           MOVE WS-BIL-COUNT      TO WS-PR-COUNT.
           MOVE WS-FIN-CHG-AMT    TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'PAYMENT'         TO WS-PR-ACTIVITY-CD.
           MOVE 'PAYPST'          TO WS-PR-SOURCE-DD.
           MOVE WS-PAY-COUNT      TO WS-PR-COUNT.
           MOVE WS-PAY-HASH       TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'PAYRTN'          TO WS-PR-ACTIVITY-CD.
           MOVE 'PAYRVS'          TO WS-PR-SOURCE-DD.
           COMPUTE WS-PR-COUNT = WS-RVS-COUNT - WS-RCY-RTN-COUNT.
           SUBTRACT WS-CHO-RTN-COUNT FROM WS-PR-COUNT.
           MOVE WS-RVS-AMT        TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'RECOVERY'        TO WS-PR-ACTIVITY-CD.
           MOVE 'RCYPST'          TO WS-PR-SOURCE-DD.
           COMPUTE WS-PR-COUNT = WS-RCY-COUNT + WS-RCY-RTN-COUNT.
           COMPUTE WS-PR-AMT = WS-RCY-HASH + WS-RCY-RTN-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'CHGOFF'          TO WS-PR-ACTIVITY-CD.
           MOVE 'CHGOFF'          TO WS-PR-SOURCE-DD.
           MOVE WS-CHO-COUNT      TO WS-PR-COUNT.
           MOVE WS-CHO-AMT        TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'CHORTN'          TO WS-PR-ACTIVITY-CD.
           MOVE 'PAYRVS'          TO WS-PR-SOURCE-DD.
           MOVE WS-CHO-RTN-COUNT  TO WS-PR-COUNT.
           COMPUTE WS-PR-AMT = 0 - WS-CHO-RTN-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'INTCHFEE'        TO WS-PR-ACTIVITY-CD.
           MOVE 'SETXTR'          TO WS-PR-SOURCE-DD.
           MOVE WS-SET-COUNT      TO WS-PR-COUNT.
           MOVE WS-FEE-AMT        TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'MCHPAYBL'        TO WS-PR-ACTIVITY-CD.
           MOVE 'SETXTR'          TO WS-PR-SOURCE-DD.
           MOVE WS-SET-COUNT      TO WS-PR-COUNT.
           MOVE WS-SET-HASH       TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'MCHPAYOT'        TO WS-PR-ACTIVITY-CD.
           MOVE 'PAYOUT'          TO WS-PR-SOURCE-DD.
           MOVE WS-POT-COUNT      TO WS-PR-COUNT.
           MOVE WS-POT-HASH       TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'DSPHOLD'         TO WS-PR-ACTIVITY-CD.
           MOVE 'DSPCASE'         TO WS-PR-SOURCE-DD.
           MOVE WS-HOLD-COUNT     TO WS-PR-COUNT.
           MOVE WS-HOLD-AMT       TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           MOVE 'DSPRLSE'         TO WS-PR-ACTIVITY-CD.
           MOVE 'DSPCASE'         TO WS-PR-SOURCE-DD.
           MOVE WS-RELEASE-COUNT  TO WS-PR-COUNT.
           MOVE WS-RELEASE-AMT    TO WS-PR-AMT.
           PERFORM 3100-POST-ACTIVITY THRU 3100-POST-ACTIVITY-EXIT.
           CLOSE GL-JOURNAL-FILE.
           MOVE 'JOURNAL TOTALS'  TO WS-JT-LABEL.
           MOVE WS-TOTAL-DEBITS   TO WS-JT-DEBIT.
           MOVE WS-TOTAL-CREDITS  TO WS-JT-CREDIT.
           WRITE GL-RPT-LINE FROM WS-JRNL-TOTAL-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       3000-BUILD-JOURNAL-EXIT.
           EXIT.
      *
      * A zero total posts nothing.  A negative total posts the
      * mapped pair the other way round for its absolute amount, so
      * every journal amount is unsigned and the side carries the
      * sign, the way the GL load expects it.
      *
       3100-POST-ACTIVITY.
           IF WS-PR-AMT = 0
               GO TO 3100-POST-ACTIVITY-EXIT
           END-IF.
           PERFORM 3200-FIND-MAPPING THRU 3200-FIND-MAPPING-EXIT.
           IF WS-MAP-NOT-FOUND
               PERFORM 3150-REPORT-UNMAPPED
                   THRU 3150-REPORT-UNMAPPED-EXIT
               GO TO 3100-POST-ACTIVITY-EXIT
           END-IF.
           IF WS-PR-AMT > 0
               MOVE WS-MPT-DEBIT-ACCT (WS-MAP-IDX)
                   TO WS-PW-DEBIT-ACCT
               MOVE WS-MPT-CREDIT-ACCT (WS-MAP-IDX)
                   TO WS-PW-CREDIT-ACCT
               MOVE WS-PR-AMT TO WS-PW-AMT
           ELSE
               MOVE WS-MPT-CREDIT-ACCT (WS-MAP-IDX)
                   TO WS-PW-DEBIT-ACCT
               MOVE WS-MPT-DEBIT-ACCT (WS-MAP-IDX)
                   TO WS-PW-CREDIT-ACCT
               COMPUTE WS-PW-AMT = 0 - WS-PR-AMT
           END-IF.
           MOVE WS-PW-DEBIT-ACCT TO WS-PW-ACCOUNT.
           SET WS-PW-IS-DEBIT TO TRUE.
           PERFORM 3300-WRITE-JOURNAL-LINE
               THRU 3300-WRITE-JOURNAL-LINE-EXIT.
           MOVE WS-PW-CREDIT-ACCT TO WS-PW-ACCOUNT.
           SET WS-PW-IS-CREDIT TO TRUE.
           PERFORM 3300-WRITE-JOURNAL-LINE
               THRU 3300-WRITE-JOURNAL-LINE-EXIT.
       3100-POST-ACTIVITY-EXIT.
           EXIT.
      *
       3150-REPORT-UNMAPPED.
           ADD 1 TO WS-UNMAPPED-COUNT.
           SET WS-GL-HELD TO TRUE.
           MOVE WS-PR-ACTIVITY-CD TO WS-UL-ACTIVITY.
           MOVE WS-PR-AMT         TO WS-UL-AMT.
           WRITE GL-RPT-LINE FROM WS-UNMAPPED-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       3150-REPORT-UNMAPPED-EXIT.
           EXIT.
      *
       3200-FIND-MAPPING.
           SET WS-MAP-NOT-FOUND TO TRUE.
           PERFORM 3210-MATCH-MAPPING THRU 3210-MATCH-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-MAP-FOUND.
           IF WS-MAP-FOUND
               SUBTRACT 1 FROM WS-MAP-IDX
           END-IF.
       3200-FIND-MAPPING-EXIT.
           EXIT.
      *
       3210-MATCH-MAPPING.
           IF WS-MPT-ACTIVITY-CD (WS-MAP-IDX) = WS-PR-ACTIVITY-CD
               SET WS-MAP-FOUND TO TRUE
           END-IF.
       3210-MATCH-MAPPING-EXIT.
           EXIT.
      *
       3300-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-JRNL-SEQ.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-RUN-YYYYMMDD TO GLJ-RUN-DATE OF GL-JOURNAL-RECORD.
           MOVE WS-JRNL-SEQ     TO GLJ-SEQ-NUM OF GL-JOURNAL-RECORD.
           MOVE WS-PW-ACCOUNT   TO GLJ-ACCOUNT OF GL-JOURNAL-RECORD.
           MOVE WS-PW-SIDE      TO GLJ-DR-CR-CD OF GL-JOURNAL-RECORD.
           MOVE WS-PW-AMT       TO GLJ-AMT OF GL-JOURNAL-RECORD.
           MOVE WS-PR-ACTIVITY-CD
               TO GLJ-ACTIVITY-CD OF GL-JOURNAL-RECORD.
           MOVE WS-PR-SOURCE-DD TO GLJ-SOURCE-DD OF GL-JOURNAL-RECORD.
           MOVE WS-PR-COUNT
               TO GLJ-SOURCE-COUNT OF GL-JOURNAL-RECORD.
           MOVE WS-MPT-DESC (WS-MAP-IDX)
               TO GLJ-DESC OF GL-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE WS-JRNL-SEQ       TO WS-JL-SEQ.
           MOVE WS-PR-ACTIVITY-CD TO WS-JL-ACTIVITY.
           MOVE WS-PR-SOURCE-DD   TO WS-JL-SOURCE.
           MOVE WS-PW-ACCOUNT     TO WS-JL-ACCOUNT.
           MOVE WS-MPT-DESC (WS-MAP-IDX) TO WS-JL-DESC.
           IF WS-PW-IS-DEBIT
               MOVE WS-PW-AMT TO WS-JL-DEBIT
               MOVE 0         TO WS-JL-CREDIT
               ADD WS-PW-AMT  TO WS-TOTAL-DEBITS
           ELSE
               MOVE 0         TO WS-JL-DEBIT
               MOVE WS-PW-AMT TO WS-JL-CREDIT
               ADD WS-PW-AMT  TO WS-TOTAL-CREDITS
           END-IF.
           WRITE GL-RPT-LINE FROM WS-JRNL-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       3300-WRITE-JOURNAL-LINE-EXIT.
           EXIT.
      *
      * The trial balance comes off a resort of the journal just
      * written, by account, so it proves the file the GL will load
      * rather than the storage totals that built it.
      *
       4000-TRIAL-BALANCE.
           WRITE GL-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'TRIAL BALANCE' TO WS-SL-TEXT.
           WRITE GL-RPT-LINE FROM WS-SECTION-LINE.
           WRITE GL-RPT-LINE FROM WS-TB-HDR-LINE.
           ADD 3 TO WS-RPT-LINE-COUNT.
           SORT GL-SORT-WORK
               ON ASCENDING KEY GLJ-ACCOUNT OF GL-SORT-RECORD
                  ASCENDING KEY GLJ-SEQ-NUM OF GL-SORT-RECORD
               USING GL-JOURNAL-FILE
               OUTPUT PROCEDURE IS 4100-PRINT-ACCOUNTS
                                THRU 4100-PRINT-ACCOUNTS-EXIT.
           MOVE 'TOTALS'          TO WS-TL-ACCOUNT.
           MOVE WS-TB-TOT-DEBITS  TO WS-TL-DEBITS.
           MOVE WS-TB-TOT-CREDITS TO WS-TL-CREDITS.
           COMPUTE WS-TB-NET = WS-TB-TOT-DEBITS - WS-TB-TOT-CREDITS.
           MOVE WS-TB-NET         TO WS-TL-NET.
           WRITE GL-RPT-LINE FROM WS-TB-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       4000-TRIAL-BALANCE-EXIT.
           EXIT.
      *
       4100-PRINT-ACCOUNTS.
           PERFORM 4200-RETURN-JOURNAL THRU 4200-RETURN-JOURNAL-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-NOT-FIRST-ACCT
               PERFORM 4300-PRINT-ONE-ACCOUNT
                   THRU 4300-PRINT-ONE-ACCOUNT-EXIT
           END-IF.
       4100-PRINT-ACCOUNTS-EXIT.
           EXIT.
      *
       4200-RETURN-JOURNAL.
           RETURN GL-SORT-WORK
               AT END
                   SET WS-SORT-EOF TO TRUE
                   GO TO 4200-RETURN-JOURNAL-EXIT
           END-RETURN.
           IF WS-FIRST-ACCT
               MOVE GLJ-ACCOUNT OF GL-SORT-RECORD TO WS-TB-ACCOUNT
               SET WS-NOT-FIRST-ACCT TO TRUE
           ELSE
               IF GLJ-ACCOUNT OF GL-SORT-RECORD NOT = WS-TB-ACCOUNT
                   PERFORM 4300-PRINT-ONE-ACCOUNT
                       THRU 4300-PRINT-ONE-ACCOUNT-EXIT
                   MOVE GLJ-ACCOUNT OF GL-SORT-RECORD
                       TO WS-TB-ACCOUNT
               END-IF
           END-IF.
           IF GLJ-IS-DEBIT OF GL-SORT-RECORD
               ADD GLJ-AMT OF GL-SORT-RECORD TO WS-TB-DEBITS
           ELSE
               ADD GLJ-AMT OF GL-SORT-RECORD TO WS-TB-CREDITS
           END-IF.
       4200-RETURN-JOURNAL-EXIT.
           EXIT.
      *
       4300-PRINT-ONE-ACCOUNT.
           COMPUTE WS-TB-NET = WS-TB-DEBITS - WS-TB-CREDITS.
           MOVE WS-TB-ACCOUNT TO WS-TL-ACCOUNT.
           MOVE WS-TB-DEBITS  TO WS-TL-DEBITS.
           MOVE WS-TB-CREDITS TO WS-TL-CREDITS.
           MOVE WS-TB-NET     TO WS-TL-NET.
           WRITE GL-RPT-LINE FROM WS-TB-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           ADD 1 TO WS-TB-ACCT-COUNT.
           ADD WS-TB-DEBITS  TO WS-TB-TOT-DEBITS.
           ADD WS-TB-CREDITS TO WS-TB-TOT-CREDITS.
           MOVE 0 TO WS-TB-DEBITS.
           MOVE 0 TO WS-TB-CREDITS.
       4300-PRINT-ONE-ACCOUNT-EXIT.
           EXIT.
      *
      * The journal must balance, both as written and as resorted,
      * and every source it was built from must carry the count and
      * amount total its writing program appended to the control
      * file.  Finance charges and interchange fees are not what
      * their writers hashed, so BILSUM and SETXTR are proven on the
      * file the journal read -- same records, same hashed amount --
      * and the fee and charge totals ride on that proof.
      *
       5000-PROVE-JOURNAL.
           WRITE GL-RPT-LINE FROM WS-BLANK-LINE.
           MOVE 'CONTROL PROOF' TO WS-SL-TEXT.
           WRITE GL-RPT-LINE FROM WS-SECTION-LINE.
           WRITE GL-RPT-LINE FROM WS-PROOF-HDR-LINE.
           ADD 3 TO WS-RPT-LINE-COUNT.
           MOVE 'JOURNAL DEBITS = CREDITS' TO WS-CKL-DESC.
           MOVE WS-TOTAL-DEBITS  TO WS-CKL-EXPECTED.
           MOVE WS-TOTAL-CREDITS TO WS-CKL-ACTUAL.
           PERFORM 7700-GRADE-HASHES THRU 7700-GRADE-HASHES-EXIT.
           MOVE 'TRIAL BALANCE DEBITS = JOURNAL' TO WS-CKL-DESC.
           MOVE WS-TOTAL-DEBITS  TO WS-CKL-EXPECTED.
           MOVE WS-TB-TOT-DEBITS TO WS-CKL-ACTUAL.
           PERFORM 7700-GRADE-HASHES THRU 7700-GRADE-HASHES-EXIT.
           MOVE 'TRIAL BALANCE CREDITS = JOURNAL' TO WS-CKL-DESC.
           MOVE WS-TOTAL-CREDITS  TO WS-CKL-EXPECTED.
           MOVE WS-TB-TOT-CREDITS TO WS-CKL-ACTUAL.
           PERFORM 7700-GRADE-HASHES THRU 7700-GRADE-HASHES-EXIT.
           MOVE 'ACTIVITIES WITH NO GL MAPPING' TO WS-CNL-DESC.
           MOVE 0                 TO WS-CNL-EXPECTED.
           MOVE WS-UNMAPPED-COUNT TO WS-CNL-ACTUAL.
           PERFORM 7600-GRADE-COUNTS THRU 7600-GRADE-COUNTS-EXIT.
           PERFORM 5100-TIE-EXTRACT THRU 5100-TIE-EXTRACT-EXIT.
           MOVE 'CBBIL01'    TO WS-FIND-PROGRAM.
           MOVE 'BILSUM'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'BILSUM'     TO WS-TIE-DD.
           MOVE WS-BIL-COUNT TO WS-TIE-COUNT.
           MOVE WS-BIL-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBPAY01'    TO WS-FIND-PROGRAM.
           MOVE 'PAYPST'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'PAYPST'     TO WS-TIE-DD.
           MOVE WS-PAY-COUNT TO WS-TIE-COUNT.
           MOVE WS-PAY-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBPAY01'    TO WS-FIND-PROGRAM.
           MOVE 'RCYPST'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'RCYPST'     TO WS-TIE-DD.
           MOVE WS-RCY-COUNT TO WS-TIE-COUNT.
           MOVE WS-RCY-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBRTN01'    TO WS-FIND-PROGRAM.
           MOVE 'PAYRVS'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'PAYRVS'     TO WS-TIE-DD.
           MOVE WS-RVS-COUNT TO WS-TIE-COUNT.
           MOVE WS-RVS-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBCHO01'    TO WS-FIND-PROGRAM.
           MOVE 'CHGOFF'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'CHGOFF'     TO WS-TIE-DD.
           MOVE WS-CHO-COUNT TO WS-TIE-COUNT.
           MOVE WS-CHO-AMT   TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBSET01'    TO WS-FIND-PROGRAM.
           MOVE 'SETXTR'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'SETXTR'     TO WS-TIE-DD.
           MOVE WS-SET-COUNT TO WS-TIE-COUNT.
           MOVE WS-SET-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBPOT01'    TO WS-FIND-PROGRAM.
           MOVE 'PAYOUT'     TO WS-FIND-DD.
           MOVE 'O'          TO WS-FIND-IO.
           MOVE 'PAYOUT'     TO WS-TIE-DD.
           MOVE WS-POT-COUNT TO WS-TIE-COUNT.
           MOVE WS-POT-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
           MOVE 'CBDSP01'     TO WS-FIND-PROGRAM.
           MOVE 'DSPCASE'     TO WS-FIND-DD.
           MOVE 'O'           TO WS-FIND-IO.
           MOVE 'DSPCASE'     TO WS-TIE-DD.
           MOVE WS-CASE-COUNT TO WS-TIE-COUNT.
           MOVE WS-CASE-HASH  TO WS-TIE-HASH.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
       5000-PROVE-JOURNAL-EXIT.
           EXIT.
      *
      * The extract is tied to the same reference CBBAL01 proves
      * every extract reader against: CBEDT01's clean-extract output
      * when the edit step ran, otherwise CBSPL01's own read.
      *
       5100-TIE-EXTRACT.
           MOVE 'CBEDT01' TO WS-FIND-PROGRAM.
           MOVE 'TRNXEXT' TO WS-FIND-DD.
           MOVE 'O'       TO WS-FIND-IO.
           PERFORM 7000-FIND-ENTRY THRU 7000-FIND-ENTRY-EXIT.
           IF WS-ENTRY-NOT-FOUND
               MOVE 'CBSPL01' TO WS-FIND-PROGRAM
               MOVE 'I'       TO WS-FIND-IO
           END-IF.
           MOVE 'TRNXEXT'    TO WS-TIE-DD.
           MOVE WS-TRN-COUNT TO WS-TIE-COUNT.
           COMPUTE WS-TIE-HASH = WS-PURCHASE-AMT + WS-CASH-AMT
               + WS-RTN-FEE-AMT + WS-ADJ-AMT + WS-REVERSAL-AMT.
           PERFORM 5900-TIE-SOURCE THRU 5900-TIE-SOURCE-EXIT.
       5100-TIE-EXTRACT-EXIT.
           EXIT.
      *
       5900-TIE-SOURCE.
           PERFORM 7000-FIND-ENTRY THRU 7000-FIND-ENTRY-EXIT.
           IF WS-ENTRY-NOT-FOUND
               PERFORM 7500-REPORT-MISSING
                   THRU 7500-REPORT-MISSING-EXIT
               GO TO 5900-TIE-SOURCE-EXIT
           END-IF.
           MOVE SPACES TO WS-CNL-DESC.
           STRING WS-TIE-DD DELIMITED BY SPACE
                  ' RECORD COUNT' DELIMITED BY SIZE
               INTO WS-CNL-DESC.
           MOVE WS-FOUND-COUNT TO WS-CNL-EXPECTED.
           MOVE WS-TIE-COUNT   TO WS-CNL-ACTUAL.
           PERFORM 7600-GRADE-COUNTS THRU 7600-GRADE-COUNTS-EXIT.
           MOVE SPACES TO WS-CKL-DESC.
           STRING WS-TIE-DD DELIMITED BY SPACE
                  ' AMOUNT TOTAL' DELIMITED BY SIZE
               INTO WS-CKL-DESC.
           MOVE WS-FOUND-HASH TO WS-CKL-EXPECTED.
           MOVE WS-TIE-HASH   TO WS-CKL-ACTUAL.
           PERFORM 7700-GRADE-HASHES THRU 7700-GRADE-HASHES-EXIT.
       5900-TIE-SOURCE-EXIT.
           EXIT.
      *
       6000-TERMINATE.
           WRITE GL-RPT-LINE FROM WS-BLANK-LINE.
           IF WS-GL-HELD
               MOVE 'HELD'     TO WS-RL-STATUS
           ELSE
               MOVE 'RELEASED' TO WS-RL-STATUS
           END-IF.
           WRITE GL-RPT-LINE FROM WS-RESULT-LINE.
           ADD 2 TO WS-RPT-LINE-COUNT.
           CLOSE GL-RPT-FILE.
           PERFORM 6500-WRITE-RUN-CONTROLS
               THRU 6500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBGLJ01 JOURNAL LINES WRITTEN: ' WS-JRNL-COUNT.
           DISPLAY 'CBGLJ01 ACCOUNTS POSTED:       ' WS-TB-ACCT-COUNT.
           DISPLAY 'CBGLJ01 UNMAPPED ACTIVITIES:   ' WS-UNMAPPED-COUNT.
           DISPLAY 'CBGLJ01 GL FEED STATUS:        ' WS-RL-STATUS.
           IF WS-GL-HELD
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-TERMINATE-EXIT.
           EXIT.
      *
       6500-WRITE-RUN-CONTROLS.
           OPEN EXTEND RUN-CTL-FILE.
           MOVE SPACES TO RUN-CTL-RECORD.
           MOVE 'CBGLJ01'      TO RCT-PROGRAM-ID.
           MOVE 'TRNXEXT'      TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-TRN-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-TRN-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'BILSUM'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-BIL-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-BIL-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYPST'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-PAY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-PAY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'RCYPST'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-RCY-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RCY-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYRVS'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-RVS-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-RVS-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'SETXTR'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-SET-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-SET-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'PAYOUT'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-POT-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-POT-HASH    TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'CHGOFF'       TO RCT-FILE-DD.
           SET RCT-IS-INPUT    TO TRUE.
           MOVE WS-CHO-COUNT   TO RCT-RECORD-COUNT.
           MOVE WS-CHO-AMT     TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'GLJRNL'       TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-JRNL-COUNT  TO RCT-RECORD-COUNT.
           MOVE WS-TOTAL-DEBITS TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           MOVE 'GLREG'        TO RCT-FILE-DD.
           SET RCT-IS-OUTPUT   TO TRUE.
           MOVE WS-RPT-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE ZERO           TO RCT-AMT-HASH.
           WRITE RUN-CTL-RECORD.
           CLOSE RUN-CTL-FILE.
       6500-WRITE-RUN-CONTROLS-EXIT.
           EXIT.
      *
      * When a program appended more than one record for the same
      * file -- a rerun within the same cycle -- the last record
      * wins, matching the state of the file as the stream left it.
      *
       7000-FIND-ENTRY.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 7100-MATCH-ENTRY THRU 7100-MATCH-ENTRY-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CTL-COUNT.
       7000-FIND-ENTRY-EXIT.
           EXIT.
      *
       7100-MATCH-ENTRY.
           IF WS-CTE-PROGRAM (WS-IDX) = WS-FIND-PROGRAM
                   AND WS-CTE-DD (WS-IDX) = WS-FIND-DD
                   AND WS-CTE-IO (WS-IDX) = WS-FIND-IO
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-CTE-COUNT (WS-IDX) TO WS-FOUND-COUNT
               MOVE WS-CTE-HASH (WS-IDX)  TO WS-FOUND-HASH
           END-IF.
       7100-MATCH-ENTRY-EXIT.
           EXIT.
      *
       7500-REPORT-MISSING.
           MOVE WS-FIND-PROGRAM TO WS-ML-PROGRAM.
           MOVE WS-FIND-DD      TO WS-ML-DD.
           MOVE WS-FIND-IO      TO WS-ML-IO.
           WRITE GL-RPT-LINE FROM WS-MISSING-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
           SET WS-GL-HELD TO TRUE.
       7500-REPORT-MISSING-EXIT.
           EXIT.
      *
       7600-GRADE-COUNTS.
           IF WS-CNL-ACTUAL = WS-CNL-EXPECTED
               MOVE 'OK'             TO WS-CNL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CNL-STATUS
               SET WS-GL-HELD TO TRUE
           END-IF.
           WRITE GL-RPT-LINE FROM WS-COUNT-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       7600-GRADE-COUNTS-EXIT.
           EXIT.
      *
       7700-GRADE-HASHES.
           IF WS-CKL-ACTUAL = WS-CKL-EXPECTED
               MOVE 'OK'             TO WS-CKL-STATUS
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-CKL-STATUS
               SET WS-GL-HELD TO TRUE
           END-IF.
           WRITE GL-RPT-LINE FROM WS-CHECK-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       7700-GRADE-HASHES-EXIT.
           EXIT.
