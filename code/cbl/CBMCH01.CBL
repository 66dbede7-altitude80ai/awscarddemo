      * a merchant on file, a change or delete must find one, and
      * every application prints on the audit report with the
      * before and after images so a bad keying can be backed out
      * from the paper.  The TIN and address the year-end 1099-K
      * reports the merchant under are keyed the same way and print
      * under each image with the TIN masked to its last four
      * digits.  The MCHUNK01 unknown-merchant file CBMER01
      * wrote tonight is then staged as add candidates -- but never
      * onto the live master, where an acquirer-delivered name would
      * validate as onboarded before anyone looked at it.  Each
      *
       FD  MCH-CAND-FILE
           RECORDING MODE IS F.
       01  MCH-CAND-RECORD             PIC X(191).
      *
       FD  MCH-AUD-RPT-FILE
           RECORDING MODE IS F.
           05  WS-CAND-MERCHANT-ID     PIC 9(09).
           05  WS-CAND-MERCHANT-NAME   PIC X(50).
           05  WS-CAND-MERCHANT-CITY   PIC X(50).
           05  WS-CAND-TIN             PIC X(09).
           05  WS-CAND-TIN-TYPE        PIC X(01).
           05  WS-CAND-ADDR-LINE       PIC X(40).
           05  WS-CAND-STATE           PIC X(02).
           05  WS-CAND-ZIP             PIC X(09).
           05  FILLER                  PIC X(20).
      *
      * Merchant IDs already staged tonight, so an unknown that
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-NAME             PIC X(50)   VALUE SPACES.
           05  WS-BEF-CITY             PIC X(50)   VALUE SPACES.
           05  WS-BEF-TIN              PIC X(09)   VALUE SPACES.
           05  WS-BEF-TIN-TYPE         PIC X(01)   VALUE SPACES.
           05  WS-BEF-ADDR-LINE        PIC X(40)   VALUE SPACES.
           05  WS-BEF-STATE            PIC X(02)   VALUE SPACES.
           05  WS-BEF-ZIP              PIC X(09)   VALUE SPACES.
      *
       01  WS-HDR-LINE-1.
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-IM-NAME              PIC X(40).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-IM-CITY              PIC X(36).
      *
      * The TIN prints with all but the last four digits masked.
      *
       01  WS-TAX-LINE.
           05  FILLER                  PIC X(11)   VALUE SPACES.
           05  FILLER                  PIC X(04)   VALUE 'TIN '.
           05  WS-TX-TIN.
               10  WS-TX-TIN-MASK      PIC X(05).
               10  WS-TX-TIN-LAST4     PIC X(04).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TX-TIN-TYPE          PIC X(01).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  WS-TX-ADDR-LINE         PIC X(40).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TX-STATE             PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  WS-TX-ZIP               PIC X(09).
      *
       01  WS-TAX-WORK.
           05  WS-TW-TIN               PIC X(09).
           05  WS-TW-TIN-TYPE          PIC X(01).
           05  WS-TW-ADDR-LINE         PIC X(40).
           05  WS-TW-STATE             PIC X(02).
           05  WS-TW-ZIP               PIC X(09).
      *
       01  WS-COUNT-LINE.
           05  FILLER                  PIC X(01)   VALUE SPACE.
                   AND MTN-MERCHANT-CITY = SPACES
               MOVE 'CITY REQUIRED' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
                   AND (MTN-IS-ADD OR MTN-IS-CHANGE)
                   AND MTN-TIN NOT = SPACES
                   AND (MTN-TIN NOT NUMERIC
                       OR NOT MTN-TIN-TYPE-VALID)
               MOVE 'BAD TIN OR TIN TYPE' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2800-AUDIT-REJECT THRU 2800-AUDIT-REJECT-EXIT
               GO TO 2200-APPLY-NEXT
           IF WS-MST-FOUND
               MOVE MCHM-MERCHANT-NAME TO WS-BEF-NAME
               MOVE MCHM-MERCHANT-CITY TO WS-BEF-CITY
               MOVE MCHM-TIN           TO WS-BEF-TIN
               MOVE MCHM-TIN-TYPE      TO WS-BEF-TIN-TYPE
               MOVE MCHM-ADDR-LINE     TO WS-BEF-ADDR-LINE
               MOVE MCHM-STATE         TO WS-BEF-STATE
               MOVE MCHM-ZIP           TO WS-BEF-ZIP
           END-IF.
       2300-READ-MASTER-EXIT.
           EXIT.
           MOVE MTN-MERCHANT-ID   TO MCHM-MERCHANT-ID.
           MOVE MTN-MERCHANT-NAME TO MCHM-MERCHANT-NAME.
           MOVE MTN-MERCHANT-CITY TO MCHM-MERCHANT-CITY.
           MOVE MTN-TIN           TO MCHM-TIN.
           MOVE MTN-TIN-TYPE      TO MCHM-TIN-TYPE.
           MOVE MTN-ADDR-LINE     TO MCHM-ADDR-LINE.
           MOVE MTN-STATE         TO MCHM-STATE.
           MOVE MTN-ZIP           TO MCHM-ZIP.
           WRITE MCH-MASTER-RECORD.
           ADD 1 TO WS-ADD-COUNT.
           MOVE 'ADD'     TO WS-AC-ACTION.
           END-IF.
           MOVE MTN-MERCHANT-NAME TO MCHM-MERCHANT-NAME.
           MOVE MTN-MERCHANT-CITY TO MCHM-MERCHANT-CITY.
           IF MTN-TIN NOT = SPACES
               MOVE MTN-TIN      TO MCHM-TIN
               MOVE MTN-TIN-TYPE TO MCHM-TIN-TYPE
           END-IF.
           IF MTN-ADDR-LINE NOT = SPACES
                   OR MTN-STATE NOT = SPACES
                   OR MTN-ZIP NOT = SPACES
               MOVE MTN-ADDR-LINE TO MCHM-ADDR-LINE
               MOVE MTN-STATE     TO MCHM-STATE
               MOVE MTN-ZIP       TO MCHM-ZIP
           END-IF.
           REWRITE MCH-MASTER-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'CHANGE'  TO WS-AC-ACTION.
               MOVE WS-BEF-CITY  TO WS-IM-CITY
               WRITE MCH-AUD-LINE FROM WS-IMAGE-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
               MOVE WS-BEF-TIN       TO WS-TW-TIN
               MOVE WS-BEF-TIN-TYPE  TO WS-TW-TIN-TYPE
               MOVE WS-BEF-ADDR-LINE TO WS-TW-ADDR-LINE
               MOVE WS-BEF-STATE     TO WS-TW-STATE
               MOVE WS-BEF-ZIP       TO WS-TW-ZIP
               PERFORM 2750-AUDIT-TAX-LINE
                   THRU 2750-AUDIT-TAX-LINE-EXIT
           END-IF.
           IF NOT MTN-IS-DELETE
               MOVE 'AFTER'      TO WS-IM-TAG
               MOVE MCHM-MERCHANT-CITY TO WS-IM-CITY
               WRITE MCH-AUD-LINE FROM WS-IMAGE-LINE
               ADD 1 TO WS-RPT-LINE-COUNT
               MOVE MCHM-TIN       TO WS-TW-TIN
               MOVE MCHM-TIN-TYPE  TO WS-TW-TIN-TYPE
               MOVE MCHM-ADDR-LINE TO WS-TW-ADDR-LINE
               MOVE MCHM-STATE     TO WS-TW-STATE
               MOVE MCHM-ZIP       TO WS-TW-ZIP
               PERFORM 2750-AUDIT-TAX-LINE
                   THRU 2750-AUDIT-TAX-LINE-EXIT
           END-IF.
       2700-AUDIT-APPLIED-EXIT.
           EXIT.
      *
      * An image with no TIN and no address prints no tax line.
      *
       2750-AUDIT-TAX-LINE.
           IF WS-TAX-WORK = SPACES
               GO TO 2750-AUDIT-TAX-LINE-EXIT
           END-IF.
           IF WS-TW-TIN = SPACES
               MOVE 'NONE'        TO WS-TX-TIN
           ELSE
               MOVE '*****'       TO WS-TX-TIN-MASK
               MOVE WS-TW-TIN(6:4) TO WS-TX-TIN-LAST4
           END-IF.
           MOVE WS-TW-TIN-TYPE    TO WS-TX-TIN-TYPE.
           MOVE WS-TW-ADDR-LINE   TO WS-TX-ADDR-LINE.
           MOVE WS-TW-STATE       TO WS-TX-STATE.
           MOVE WS-TW-ZIP         TO WS-TX-ZIP.
           WRITE MCH-AUD-LINE FROM WS-TAX-LINE.
           ADD 1 TO WS-RPT-LINE-COUNT.
       2750-AUDIT-TAX-LINE-EXIT.
           EXIT.
      *
       2800-AUDIT-REJECT.
           ADD 1 TO WS-REJECT-COUNT.
