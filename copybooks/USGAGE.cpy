      *****************************************************************
      *  USGAGE.cpy                                                   *
      *  Record layout for the USGAGE aging-limit control file read   *
      *  by USGRECON. One record per counter-id giving how many days  *
      *  a reserved number may sit unconfirmed after its NUMASGN      *
      *  grant before it is auto-voided into VOIDREG. A counter with  *
      *  no record gets the compiled-in default; a record with a      *
      *  zero limit switches auto-void off for that counter - its     *
      *  unused numbers are still reported, never voided.             *
      *****************************************************************
       01  UAGE-RECORD.
           05  UAGE-COUNTER-ID         PIC X(10).
           05  UAGE-LIMIT-DAYS         PIC 9(04).
