      * group through CHD-CYCLE-CD on the cardholder master, so the
      * portfolio statements in slices across the month instead of
      * in one slug.  CYC-DUE-DAYS is the group's own grace period;
      * a zero falls back to the RATPARM1 run-wide grace days; a due
      * date that lands on a weekend or a HOLCAL01 holiday rolls to
      * the next processing day.  A close date on a non-processing
      * day statements on the next processing night.
      * Ops rolls each entry's dates forward after the group's cycle
      * statements.
      *
