      *****************************************************************
      *  BUSDATE.cpy                                                  *
      *  Record layout for the BUSDATE business-date control file.    *
      *  One record: the business date (YYYYMMDD) every batch job     *
      *  stamps on its registers, logs and audit records in place of  *
      *  the wall-clock date, so a nightly cycle that runs past       *
      *  midnight still posts one night's work under one date and a  *
      *  rerun reposts under the date it was meant for. Only the      *
      *  EODROLL end-of-day step advances it, and only once the       *
      *  day's cycle shows complete on RUNLEDG; the prior date and    *
      *  the wall-clock moment of the roll are kept for the record.  *
      *  Log times stay wall-clock. A missing file or a blank/non-    *
      *  numeric date falls back to today with a console warning.     *
      *****************************************************************
       01  BDTE-RECORD.
           05  BDTE-BUSINESS-DATE      PIC X(08).
           05  BDTE-PRIOR-DATE         PIC X(08).
           05  BDTE-ROLLED-DATE        PIC X(08).
           05  BDTE-ROLLED-TIME        PIC X(06).
