      * night the original finally arrives (the same key shows on
      * REVXTR01 with its original found).  DSP-DAYS-AGED is
      * restated every night from the open date, so the aging report
      * never trusts a stale count.  A case can also be closed by
      * the dispute desk on the DSPRES01 resolution file, in the
      * cardholder's favour or against the cardholder.
      * DSP-RESOLUTION-CD records how the case closed and
      * DSP-RESOLVED-BY who closed it; a case closed against the
      * cardholder has any Reg E provisional credit on PRVCRD01
      * reversed by CBADJ01.
      *
       01  DSP-CASE-RECORD.
           05  DSP-KEY.
           05  DSP-OPEN-DATE                    PIC 9(08).
           05  DSP-CLOSE-DATE                   PIC 9(08).
           05  DSP-DAYS-AGED                    PIC 9(05).
           05  DSP-RESOLUTION-CD                PIC X(01).
               88  DSP-RES-MATCHED              VALUE 'M'.
               88  DSP-RES-FOR-CARDHOLDER       VALUE 'C'.
               88  DSP-RES-AGAINST-CARDHOLDER   VALUE 'A'.
           05  DSP-RESOLVED-BY                  PIC X(08).
           05  FILLER                           PIC X(11).
