      *****************************************************************
      *  CHGPARM.cpy                                                  *
      *  Record layout for the CHGPARM control file read by the       *
      *  CHGBACK monthly chargeback run. One optional record giving   *
      *  the billing month (YYYYMM) whose NUMASGN answers and VOIDREG *
      *  voids are charged. A missing file or a blank/non-numeric     *
      *  month means the month before the current business date -     *
      *  the run is scheduled just after month end.                   *
      *****************************************************************
       01  CP-RECORD.
           05  CP-BILLING-MONTH        PIC X(06).
