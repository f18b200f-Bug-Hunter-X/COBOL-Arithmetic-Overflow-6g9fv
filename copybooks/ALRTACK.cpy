      *****************************************************************
      *  ALRTACK.cpy                                                  *
      *  Record layout for the ALRTACK acknowledgement transaction    *
      *  file read by ALRTMON. An operator acknowledges a MONALERT    *
      *  page by keying the counter-id and the alert's date and time  *
      *  as they appear on the ALRTMON.OUT report, with their own     *
      *  operator id (which must be on the OPRAUTH master holding at  *
      *  least one action flag - an operator with every flag blank    *
      *  has been revoked) and a note of what was done about it. A    *
      *  blank ALERT-TIME acknowledges every open alert for the       *
      *  counter on that date; a blank ALERT-DATE as well             *
      *  acknowledges every open alert for the counter. A page with   *
      *  no counter-id (RUN-LEDGER) is acknowledged by keying         *
      *  COUNTER-ID blank with both its ALERT-DATE and ALERT-TIME;    *
      *  that matches only the pages without a counter at that date   *
      *  and time, and a blank counter with either left blank is      *
      *  rejected. ALRTMON empties the file once it has been          *
      *  applied; rejected acknowledgements are listed on the report  *
      *  and have to be keyed again.                                  *
      *****************************************************************
       01  ACK-RECORD.
           05  ACK-ALERT-DATE          PIC X(08).
           05  ACK-ALERT-TIME          PIC X(06).
           05  ACK-COUNTER-ID          PIC X(10).
           05  ACK-OPERATOR-ID         PIC X(08).
           05  ACK-RESOLUTION-NOTE     PIC X(50).
