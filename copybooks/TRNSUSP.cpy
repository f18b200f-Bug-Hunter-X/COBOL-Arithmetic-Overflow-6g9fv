      *****************************************************************
      *  TRNSUSP.cpy                                                  *
      *  Record layout for the TRNSUSP suspense file written by the   *
      *  TRANEDIT pre-run edit. One record per input record that      *
      *  failed its edit: the nightly file it came from, the date it  *
      *  was first suspended, the reason, and the record exactly as   *
      *  it was read. To correct a record, fix RECORD-IMAGE in place  *
      *  (to withdraw it, delete the line); every TRANEDIT run edits  *
      *  the suspense file again ahead of the night's own records,    *
      *  feeds those that now pass back into their file, and keeps    *
      *  the rest here under their original SUSPENDED-DATE.           *
      *****************************************************************
       01  SUSP-RECORD.
           05  SUSP-FILE-NAME          PIC X(08).
           05  SUSP-SUSPENDED-DATE     PIC X(08).
           05  SUSP-REASON             PIC X(30).
           05  SUSP-RECORD-IMAGE       PIC X(80).
