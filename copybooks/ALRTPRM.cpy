      *****************************************************************
      *  ALRTPRM.cpy                                                  *
      *  Record layout for the ALRTPARM control file read by          *
      *  ALRTMON. One optional record giving, per severity, the       *
      *  minutes an alert may stay unacknowledged at one tier before  *
      *  it is escalated to the next, and the days a closed alert     *
      *  stays on ALRTSTAT (MONALERT pages older than that are not    *
      *  picked up). A missing file, or a zero or non-numeric field,  *
      *  means 30 minutes for severity 1 (OVERFLOW2), 60 for severity *
      *  2 (OVERFLOW), 240 for severity 3 (REJECTED), 30 for severity *
      *  4 (RUN-LEDGER), and 30 days. The severity 4 limit follows    *
      *  the retention days so that records keyed before it existed   *
      *  still read the same.                                         *
      *****************************************************************
       01  ALRP-RECORD.
           05  ALRP-SEV1-MINUTES       PIC 9(04).
           05  ALRP-SEV2-MINUTES       PIC 9(04).
           05  ALRP-SEV3-MINUTES       PIC 9(04).
           05  ALRP-RETENTION-DAYS     PIC 9(03).
           05  ALRP-SEV4-MINUTES       PIC 9(04).
