      * restated every night from the due date, the same way
      * DSP-DAYS-AGED is restated on the dispute case master, so the
      * collections worklist never trusts a stale count.
      * DLQ-FIN-CHG-SINCE-DUE carries the finance charge billed on
      * the card since the position was set, with DLQ-LAST-FIN-CHG
      * the charge the latest billing added, so a cycle billed twice
      * is counted once; CBCHO01 splits a charged-off balance into
      * principal and finance charge from it.
      *
       01  DLQ-MASTER-RECORD.
           05  DLQ-CARD-NUM                     PIC X(16).
               88  DLQ-IS-60-DAY                VALUE 60.
               88  DLQ-IS-90-DAY                VALUE 90.
               88  DLQ-IS-120-DAY               VALUE 120.
           05  DLQ-FIN-CHG-SINCE-DUE            PIC S9(07)V99.
           05  DLQ-LAST-FIN-CHG                 PIC S9(07)V99.
           05  FILLER                           PIC X(02).
