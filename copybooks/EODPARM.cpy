      *****************************************************************
      *  EODPARM.cpy                                                  *
      *  Record layout for the EODPARM control file read by the       *
      *  EODROLL end-of-day step. One optional record. EODROLL        *
      *  refuses to roll a business date on which no run started at  *
      *  all, since an empty ledger day usually means the cycle      *
      *  never ran; a "Y" in EODP-ROLL-EMPTY-DAY lets a scheduled     *
      *  no-run day (a holiday) roll. It never overrides a run that   *
      *  started and did not complete. A missing file means "N".      *
      *****************************************************************
       01  EODP-RECORD.
           05  EODP-ROLL-EMPTY-DAY     PIC X(01).
