      *****************************************************************
      *  ALRTSTA.cpy                                                  *
      *  Record layout for the ALRTSTAT alert status file kept by     *
      *  ALRTMON. One record per MONALERT page: the alert as          *
      *  BUGSOLUTION raised it, its severity, the support tier it has *
      *  reached, when it was last raised (the page itself, or the    *
      *  latest escalation), and - once acknowledged - who closed it, *
      *  when, and the resolution note. Severity follows the event:   *
      *  1 a cycle-number wrap (OVERFLOW2), 2 a counter rollover      *
      *  (OVERFLOW), 3 a rejected run (REJECTED), 4 an earlier run    *
      *  left incomplete on the run ledger (RUN-LEDGER, a page with   *
      *  no counter-id). The numbers name the event, not its urgency: *
      *  each has its own time limit on ALRTPARM. Tier 1 is the       *
      *  on-call operator the page went to; tiers 2 and 3 are the     *
      *  escalation tiers.                                            *
      *****************************************************************
       01  ASTA-RECORD.
           05  ASTA-ALERT-DATE         PIC X(08).
           05  ASTA-ALERT-TIME         PIC X(06).
           05  ASTA-JOB-ID             PIC X(08).
           05  ASTA-RUN-ID             PIC X(08).
           05  ASTA-COUNTER-ID         PIC X(10).
           05  ASTA-FIELD-NAME         PIC X(10).
           05  ASTA-OLD-VALUE          PIC 9(06).
           05  ASTA-TEXT               PIC X(50).
           05  ASTA-SEVERITY           PIC 9(01).
           05  ASTA-TIER               PIC 9(01).
           05  ASTA-STATUS             PIC X(01).
               88  ASTA-OPEN                     VALUE "O".
               88  ASTA-CLOSED                   VALUE "C".
           05  ASTA-LAST-RAISED-DATE   PIC X(08).
           05  ASTA-LAST-RAISED-TIME   PIC X(06).
           05  ASTA-ACK-DATE           PIC X(08).
           05  ASTA-ACK-TIME           PIC X(06).
           05  ASTA-ACK-OPERATOR-ID    PIC X(08).
           05  ASTA-RESOLUTION-NOTE    PIC X(50).
