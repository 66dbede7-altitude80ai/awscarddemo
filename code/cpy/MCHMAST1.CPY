      *
      * One record per merchant onboarded to accept card transactions.
      * Keyed on merchant ID for random lookup against the COSTM01
      * extract.  The taxpayer identification number and type, with
      * the street address, state and ZIP, are what the year-end
      * 1099-K return reports the merchant under; a merchant with no
      * TIN on file is listed for backup withholding review.
      *
       01  MCH-MASTER-RECORD.
           05  MCHM-MERCHANT-ID                 PIC 9(09).
           05  MCHM-MERCHANT-NAME                PIC X(50).
           05  MCHM-MERCHANT-CITY                PIC X(50).
           05  MCHM-TIN                          PIC X(09).
           05  MCHM-TIN-TYPE                     PIC X(01).
               88  MCHM-TIN-IS-EIN               VALUE '1'.
               88  MCHM-TIN-IS-SSN               VALUE '2'.
               88  MCHM-TIN-TYPE-VALID           VALUE '1' '2'.
           05  MCHM-ADDR-LINE                    PIC X(40).
           05  MCHM-STATE                        PIC X(02).
           05  MCHM-ZIP                          PIC X(09).
           05  FILLER                            PIC X(20).
