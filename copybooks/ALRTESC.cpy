      *****************************************************************
      *  ALRTESC.cpy                                                  *
      *  Record layout for the ALRTESC escalation interface file      *
      *  ALRTMON appends to and the monitoring pickup job polls, as   *
      *  it does MONALERT. One record each time an unacknowledged     *
      *  alert passes its severity's time limit and is re-raised to   *
      *  the next support tier: when, the original alert, its         *
      *  severity, the tier it now goes to, and how many minutes it   *
      *  has been open.                                               *
      *****************************************************************
       01  AESC-RECORD.
           05  AESC-ESCALATED-DATE     PIC X(08).
           05  AESC-ESCALATED-TIME     PIC X(06).
           05  AESC-ALERT-DATE         PIC X(08).
           05  AESC-ALERT-TIME         PIC X(06).
           05  AESC-JOB-ID             PIC X(08).
           05  AESC-RUN-ID             PIC X(08).
           05  AESC-COUNTER-ID         PIC X(10).
           05  AESC-FIELD-NAME         PIC X(10).
           05  AESC-SEVERITY           PIC 9(01).
           05  AESC-TIER               PIC 9(01).
           05  AESC-MINUTES-OPEN       PIC 9(06).
           05  AESC-TEXT               PIC X(50).
