      *  The fields mirror CTRTRAN plus the date the transaction      *
      *  was queued, which rides onto the audit record when the       *
      *  transaction finally takes effect. CTRMAINT rewrites this     *
      *  file every run with only the transactions still waiting.     *
      *  A CLO (counter close) is always held here, whatever its      *
      *  effective date, until a second operator approves it on       *
      *  APPRTRAN; APPROVER-ID is blank until then and is released    *
      *  with the transaction onto the audit record.                  *
      *****************************************************************
       01  PEND-RECORD.
           05  PEND-ACTION             PIC X(03).
           05  PEND-OPERATOR-ID        PIC X(08).
           05  PEND-NUMBER-PREFIX      PIC X(04).
           05  PEND-QUEUED-DATE        PIC X(08).
           05  PEND-APPROVER-ID        PIC X(08).
