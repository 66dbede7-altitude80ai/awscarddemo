      * RUNCTL01 control record is appended to the shared control
      * file for each file handled, feeding the CBBAL01
      * end-of-stream balance.
      * The run date is the business date on the PRCDATE1 processing
      * date control record, fetched through CBPRD01, never the clock --
      * a rerun of a prior night dates the rejects it holds to that
      * night.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBRCY01.
       01  WS-HELD-FIRST-DATE          PIC 9(08)   VALUE ZEROS.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
      * The held record is unpacked into the extract layout so the
      * corrections can address individual fields; the fixes patch
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBRCY01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT REJ-PARM-FILE.
           READ REJ-PARM-FILE
               AT END
