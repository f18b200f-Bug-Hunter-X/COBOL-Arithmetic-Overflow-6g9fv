      *  the run date (YYYYMMDD) the report should cover - normally   *
      *  last night's date when the 6 AM check looks back across     *
      *  midnight. A missing file or a blank/non-numeric date means   *
      *  the current business date from BUSDATE.                      *
      *****************************************************************
       01  HP-RECORD.
           05  HP-REPORT-DATE          PIC X(08).
