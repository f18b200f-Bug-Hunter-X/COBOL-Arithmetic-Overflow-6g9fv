      *****************************************************************
      *  RBLDPARM.cpy                                                 *
      *  Record layout for the RBLDPARM control file read by the      *
      *  CTRRBLD COUNTERF rebuild. One optional record. AS-OF-DATE    *
      *  and AS-OF-TIME (YYYYMMDD, HHMMSS, compared with the journal  *
      *  LOG-DATE and LOG-TIME stamps) give the point in time the     *
      *  counters are rebuilt as of; a blank or non-numeric date      *
      *  means "now" - every journal record on file - and a blank or  *
      *  non-numeric time with a date means the end of that day.      *
      *  The journal times are wall-clock, so a cycle that runs past  *
      *  midnight stamps times like 003000 under its business date;   *
      *  leave the time blank to take a whole business date.          *
      *  The rebuild only reports unless WRITE-FLAG is "Y", when it   *
      *  also replaces COUNTERF with the rebuilt records. A missing   *
      *  file means a report as of now.                               *
      *****************************************************************
       01  RBLD-RECORD.
           05  RBLD-AS-OF-DATE         PIC X(08).
           05  RBLD-AS-OF-TIME         PIC X(06).
           05  RBLD-WRITE-FLAG         PIC X(01).
