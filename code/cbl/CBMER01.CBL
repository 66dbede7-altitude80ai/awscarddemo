      * language governing permissions and limitations under the License
      ******************************************************************
      *
      * Validates every TRNX-MERCHANT-ID on the COSTM01 extract against
      * the merchant master (MCHMAST) and writes an unknown merchant
      * exception for anything not on file.  Run as a lookup step ahead
      * of the other COSTM01 reporting steps so merchant activity nobody
      * has registered gets flagged before it is rolled into spend, lag
      * or settlement reporting.  Activity carrying merchant zero --
      * returned-payment fees and manual adjustments the issuer raises
      * against the cardholder -- has no merchant to look up; it is
      * counted as read but passed over.  At end of run a RUNCTL01
      * control record is appended to the shared control file for each
      * file handled, feeding the CBBAL01 end-of-stream balance.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBMER01.
           88  WS-EOF                  VALUE 'Y'.
       77  WS-TRNX-COUNT               PIC 9(09)   COMP VALUE 0.
       77  WS-UNKNOWN-COUNT            PIC 9(09)   COMP VALUE 0.
       77  WS-NO-MERCH-COUNT           PIC 9(09)   COMP VALUE 0.
       77  WS-TRNX-HASH                PIC S9(13)V99 COMP-3 VALUE 0.
      *
       01  WS-LAST-MERCHANT-ID         PIC 9(09)   VALUE 0.
      * master when the merchant ID actually changes.
      *
       2000-PROCESS-TRNX.
           IF TRNX-MERCHANT-ID = ZEROS
               ADD 1 TO WS-NO-MERCH-COUNT
               GO TO 2000-COUNT-TRNX
           END-IF.
           IF WS-FIRST-LOOKUP
                   OR TRNX-MERCHANT-ID NOT = WS-LAST-MERCHANT-ID
               PERFORM 2100-LOOKUP-MERCHANT
               PERFORM 2200-WRITE-UNKNOWN
                   THRU 2200-WRITE-UNKNOWN-EXIT
           END-IF.
       2000-COUNT-TRNX.
           ADD 1 TO WS-TRNX-COUNT.
           ADD TRNX-AMT TO WS-TRNX-HASH.
           READ TRNX-EXTRACT-FILE
               THRU 3500-WRITE-RUN-CONTROLS-EXIT.
           DISPLAY 'CBMER01 TRANSACTIONS CHECKED: ' WS-TRNX-COUNT.
           DISPLAY 'CBMER01 UNKNOWN MERCHANTS:    ' WS-UNKNOWN-COUNT.
           DISPLAY 'CBMER01 NO MERCHANT, SKIPPED: ' WS-NO-MERCH-COUNT.
       3000-TERMINATE-EXIT.
           EXIT.
      *
