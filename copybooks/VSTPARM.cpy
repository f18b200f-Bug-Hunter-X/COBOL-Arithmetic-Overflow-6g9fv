      *****************************************************************
      *  VSTPARM.cpy                                                  *
      *  Record layout for the VSTPARM control file read by the       *
      *  VOLSTAT month-end volume statistics run. One optional        *
      *  record giving the report month (YYYYMM); it is compared      *
      *  with the month before it and the same month a year earlier.  *
      *  A missing file or a blank/non-numeric month means the month  *
      *  before the current business date - the run is scheduled      *
      *  just after month end.                                        *
      *****************************************************************
       01  VST-RECORD.
           05  VST-REPORT-MONTH        PIC X(06).
