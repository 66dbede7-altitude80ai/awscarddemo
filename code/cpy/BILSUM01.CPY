      * the RATPARM1 APRs, the minimum payment due and the payment
      * due date.  Feeds both the statement print and the warehouse;
      * this file, not an off-host spreadsheet, is the system of
      * record for interest.  The closing balance now opens from the
      * balance carried forward on the ACTBAL01 account balance
      * master, so the carried balance is part of the purchase
      * portion and accrues at the purchase APR; BIL-PREV-BALANCE
      * carries the previous statement's new balance through for
      * the consumers that report it.
      *
       01  BIL-SUMMARY-RECORD.
           05  BIL-CARD-NUM                     PIC X(16).
           05  BIL-NEW-BALANCE                  PIC S9(09)V99.
           05  BIL-MIN-PAY-DUE                  PIC S9(07)V99.
           05  BIL-DUE-DATE                     PIC 9(08).
           05  BIL-PREV-BALANCE                 PIC S9(09)V99.
           05  FILLER                           PIC X(09).
