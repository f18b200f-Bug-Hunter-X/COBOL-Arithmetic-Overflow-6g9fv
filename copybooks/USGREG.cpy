      *****************************************************************
      *  USGREG.cpy                                                   *
      *  Record layout for the USAGEREG permanent usage register.     *
      *  One record per usage confirmation USGRECON accepted from     *
      *  USAGEIN, stamped with the date/time it was accepted, so the  *
      *  numbers a requesting system confirmed stay confirmed on      *
      *  every later run. Like ISSUEREG and VOIDREG this file is      *
      *  EXTEND-only and never trimmed by the daily jobs. FIRST and   *
      *  LAST always carry the exact range (a single-number           *
      *  confirmation is stored with FIRST = LAST).                   *
      *****************************************************************
       01  UREG-RECORD.
           05  UREG-LOG-DATE           PIC X(08).
           05  UREG-LOG-TIME           PIC X(06).
           05  UREG-SYSTEM-ID          PIC X(08).
           05  UREG-COUNTER-ID         PIC X(10).
           05  UREG-CYCLE-NUMBER       PIC 9(05).
           05  UREG-FIRST-NUMBER       PIC 9(06).
           05  UREG-LAST-NUMBER        PIC 9(06).
           05  UREG-USED-DATE          PIC X(08).
