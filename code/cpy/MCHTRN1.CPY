      * path that replaces the ad-hoc file edits that kept leaving
      * stale names on the mismatch report.  Name and city are
      * required on an add, and a change replaces both; a delete
      * carries the key alone.  The TIN, TIN type and address group
      * is optional: left blank on a change it leaves the master's
      * values as they are, and a TIN keyed must be nine digits with
      * a valid type.
      *
       01  MCH-MAINT-RECORD.
           05  MTN-ACTION-CD                    PIC X(01).
           05  MTN-MERCHANT-ID                  PIC 9(09).
           05  MTN-MERCHANT-NAME                PIC X(50).
           05  MTN-MERCHANT-CITY                PIC X(50).
           05  MTN-TIN                          PIC X(09).
           05  MTN-TIN-TYPE                     PIC X(01).
               88  MTN-TIN-TYPE-VALID           VALUE '1' '2'.
           05  MTN-ADDR-LINE                    PIC X(40).
           05  MTN-STATE                        PIC X(02).
           05  MTN-ZIP                          PIC X(09).
           05  FILLER                           PIC X(20).
