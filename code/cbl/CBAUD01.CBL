      * that a classic sequential match-merge can be used -- neither
      * extract is guaranteed to already be in key order.  Callers
      * are expected to save this run's TRNXEXT as next run's PRIOREXT
      * once this step completes.  Each trail record is stamped with
      * the business date off the PRCDATE1 processing date control
      * record, so a run past midnight or a rerun of a prior night
      * stamps the night it audits; the clock supplies only the time
      * of day that orders reruns of the same night.
      * At end of run a RUNCTL01
      * control record is appended to the shared control file for
      * each file handled, feeding the CBBAL01 end-of-stream balance.
       01  WS-RUN-TS                    PIC X(26)   VALUE SPACES.
      *
       01  WS-CURRENT-DATE-FUNC         PIC X(21)   VALUE SPACES.
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
               DISPLAY 'CBAUD01 ERROR: NO PROCESSING DATE CONTROL '
                   'RECORD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FUNC.
           MOVE WS-CURRENT-DATE-FUNC TO WS-RUN-TS.
           MOVE PRD-PROC-DATE TO WS-RUN-TS(1:8).
           OPEN INPUT  PRIOR-SORTED-FILE.
           OPEN INPUT  CURR-SORTED-FILE.
           OPEN OUTPUT AUD-TRAIL-FILE.
