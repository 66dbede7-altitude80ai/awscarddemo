      * the statement period from the calendar instead of deriving
      * it from the activity timestamps; zeros mean the card had no
      * calendar entry and the consumers fall back to the old
      * derivations.  The card's balance brought forward rides every
      * line too: STMT-PREV-BALANCE is the new balance on the card's
      * last statement and STMT-PAYMENTS the payments posted since,
      * both off the ACTBAL01 account balance master, so the running
      * balance opens from what the cardholder actually owes and the
      * print can show the full previous-balance reconciliation.
      *
       01  STMT-OUT-RECORD.
           05  STMT-CARD-NUM                    PIC X(16).
           05  STMT-CYCLE-CD                    PIC X(02).
           05  STMT-CYC-OPEN-DATE               PIC 9(08).
           05  STMT-CYC-CLOSE-DATE              PIC 9(08).
           05  STMT-PREV-BALANCE                PIC S9(09)V99.
           05  STMT-PAYMENTS                    PIC S9(09)V99.
