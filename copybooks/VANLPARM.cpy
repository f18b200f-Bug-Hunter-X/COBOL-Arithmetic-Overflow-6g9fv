      *****************************************************************
      *  VANLPARM.cpy                                                 *
      *  Record layout for the VANLPARM control file read by the      *
      *  VOIDANL void pattern report. One optional record giving the  *
      *  period (inclusive YYYYMMDD log dates) whose VOIDREG and      *
      *  REISSREG records are analysed, and the void rate, as a       *
      *  percentage of numbers issued (two implied decimals), above   *
      *  which a counter or an operator is flagged for review. A      *
      *  missing file or blank/non-numeric dates mean the calendar    *
      *  month before the current business date; a zero or non-       *
      *  numeric tolerance means 2.00 per cent.                       *
      *****************************************************************
       01  VANL-RECORD.
           05  VANL-FROM-DATE          PIC X(08).
           05  VANL-TO-DATE            PIC X(08).
           05  VANL-COUNTER-TOLERANCE  PIC 9(03)V99.
           05  VANL-OPERATOR-TOLERANCE PIC 9(03)V99.
