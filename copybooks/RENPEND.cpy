      *****************************************************************
      *  RENPEND.cpy                                                  *
      *  Record layout for the RENPEND rename hold file. A RENTRAN    *
      *  rename keyed by an operator with rename authority on         *
      *  OPRAUTH is not applied the night it arrives; CTRRENAM parks  *
      *  it here (audited as QUEUED) until a second, different        *
      *  operator with rename authority approves it on APPRTRAN. It   *
      *  is applied on the run that sees the approval - the same      *
      *  night, when both arrive together. The fields mirror RENTRAN  *
      *  plus the date the rename was queued, which rides onto the    *
      *  audit record when it finally applies. CTRRENAM rewrites      *
      *  this file every run with only the renames still waiting.     *
      *  APPROVER-ID is blank while a rename waits for its second     *
      *  approval; it is kept on a rename approved but turned away    *
      *  for the night (a run in flight, or an id an earlier rename   *
      *  touched), which then applies on the next clean run without   *
      *  being approved again.                                        *
      *****************************************************************
       01  RPND-RECORD.
           05  RPND-OLD-COUNTER-ID     PIC X(10).
           05  RPND-NEW-COUNTER-ID     PIC X(10).
           05  RPND-OPERATOR-ID        PIC X(08).
           05  RPND-EFFECTIVE-DATE     PIC X(08).
           05  RPND-QUEUED-DATE        PIC X(08).
           05  RPND-APPROVER-ID        PIC X(08).
