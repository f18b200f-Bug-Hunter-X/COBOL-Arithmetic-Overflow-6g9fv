      *****************************************************************
      *  RATETAB.cpy                                                  *
      *  Record layout for the RATETAB chargeback rate table read by  *
      *  CHGBACK. One record per counter-id giving what a requesting  *
      *  system is charged for that counter's numbering service:      *
      *    BLOCK-FEE  - per GRANTED range answered on NUMASGN         *
      *    NUMBER-FEE - per number inside the granted ranges          *
      *    REJECT-FEE - per REJECTED request (QTYZ is never charged - *
      *                 a zero-quantity request is a no-op)           *
      *    VOID-FEE   - per void on VOIDREG charged back against a    *
      *                 number the system was granted                 *
      *  A record keyed *DEFAULT prices every counter without its     *
      *  own record; a counter with neither is carried at zero and    *
      *  flagged NO RATE on the statement. Maintained by finance.     *
      *****************************************************************
       01  RATE-RECORD.
           05  RATE-COUNTER-ID         PIC X(10).
           05  RATE-BLOCK-FEE          PIC 9(05)V99.
           05  RATE-NUMBER-FEE         PIC 9(03)V9(04).
           05  RATE-REJECT-FEE         PIC 9(05)V99.
           05  RATE-VOID-FEE           PIC 9(05)V99.
