      * Structured statement content for the digital-delivery
      * vendor, carrying per card the same blocks the paper print
      * renders: one A record with the address block, one D record
      * per detail line, one T record with the period, the
      * previous balance and payments brought forward and the
      * totals, one B record with the CBBIL01 billing block when the
      * card has one, and one P record with the rewards points block
      * -- opening, earned, clawed back, expired, redeemed and
      * closing points -- when the card has one.  The card rides
      * masked with the CBPAN01 surrogate, the same as print -- the
      * vendor never sees a
      * real PAN -- and EST-DATA is redefined per record type.
      *
       01  EST-OUT-RECORD.
               88  EST-IS-DETAIL                VALUE 'D'.
               88  EST-IS-TOTALS                VALUE 'T'.
               88  EST-IS-BILLING               VALUE 'B'.
               88  EST-IS-POINTS                VALUE 'P'.
           05  EST-MASKED-CARD                  PIC X(16).
           05  EST-SURROGATE                    PIC 9(09).
           05  EST-DATA                         PIC X(170).
               10  EST-TL-TO-DATE               PIC X(10).
               10  EST-TL-ACTIVITY              PIC S9(09)V99.
               10  EST-TL-CLOSING-BAL           PIC S9(09)V99.
               10  EST-TL-PREV-BALANCE          PIC S9(09)V99.
               10  EST-TL-PAYMENTS              PIC S9(09)V99.
               10  FILLER                       PIC X(106).
           05  EST-BILLING-DATA REDEFINES EST-DATA.
               10  EST-BL-FINANCE-CHG           PIC S9(07)V99.
               10  EST-BL-MIN-PAY-DUE           PIC S9(07)V99.
               10  EST-BL-DUE-DATE              PIC 9(08).
               10  EST-BL-NEW-BALANCE           PIC S9(09)V99.
               10  FILLER                       PIC X(133).
           05  EST-POINTS-DATA REDEFINES EST-DATA.
               10  EST-PT-OPEN-BAL              PIC S9(09).
               10  EST-PT-EARNED                PIC S9(09).
               10  EST-PT-CLAWBACK              PIC S9(09).
               10  EST-PT-EXPIRED               PIC S9(09).
               10  EST-PT-REDEEMED              PIC S9(09).
               10  EST-PT-CLOSE-BAL             PIC S9(09).
               10  FILLER                       PIC X(116).
