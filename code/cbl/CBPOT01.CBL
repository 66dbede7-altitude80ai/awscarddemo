      * run a RUNCTL01 control record is appended to the shared
      * control file for each file handled, feeding the CBBAL01
      * end-of-stream balance.
      * The run date is the business date on the PRCDATE1 processing
      * date control record, fetched through CBPRD01, never the clock --
      * a rerun of a prior night dates its payouts to that night.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBPOT01.
           05  WS-BT-TIE-CHECK         PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBPOT01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT  SET-XTRACT-FILE.
           OPEN OUTPUT PAY-OUT-FILE.
           OPEN OUTPUT PAY-PEND-FILE.
