      *  so the next number issued opens the fresh cycle at 1.        *
      *  A consumed instruction is dropped from the file; a           *
      *  future-dated one rides along until its date arrives.         *
      *  The instruction also waits here, even past its date, until a *
      *  second operator approves it on APPRTRAN; APPROVER-ID is      *
      *  blank until then. One keyed by an operator without           *
      *  cycle-close authority on OPRAUTH is rejected and dropped. An *
      *  approver already on the record is checked again every run:   *
      *  one that is the keying operator, or no longer holds          *
      *  cycle-close authority, is cleared and the instruction waits  *
      *  for a fresh approval.                                        *
      *****************************************************************
       01  CYC-RECORD.
           05  CYC-COUNTER-ID          PIC X(10).
           05  CYC-CLOSE-DATE          PIC X(08).
           05  CYC-OPERATOR-ID         PIC X(08).
           05  CYC-APPROVER-ID         PIC X(08).
