      * double-archived.  At end of run a RUNCTL01 control record is
      * appended to the shared control file for each file handled,
      * feeding the CBBAL01 end-of-stream balance.
      * The run date is the business date on the PRCDATE1 processing
      * date control record, fetched through CBPRD01, never the clock --
      * a rerun of a prior night stamps the archive with that night's
      * date.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBHIS01.
       77  WS-REWRITTEN-COUNT          PIC 9(09)   COMP VALUE 0.
      *
       01  WS-RUN-YYYYMMDD             PIC 9(08)   VALUE ZEROS.
      *
           COPY PRDREQ1.
      *
       PROCEDURE DIVISION.
      *
           GOBACK.
      *
       1000-INITIALIZE.
           SET PRD-GET-DATE TO TRUE.
           CALL 'CBPRD01' USING PRD-DATE-PARMS.
           IF NOT PRD-OK
               DISPLAY 'CBHIS01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PRD-PROC-DATE TO WS-RUN-YYYYMMDD.
           OPEN INPUT TRNX-EXTRACT-FILE.
           OPEN I-O   TRN-HIST-FILE.
           READ TRNX-EXTRACT-FILE
