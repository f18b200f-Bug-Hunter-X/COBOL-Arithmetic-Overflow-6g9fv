      *****************************************************************
      *  USGTRAN.cpy                                                  *
      *  Record layout for the USAGEIN usage confirmation file sent   *
      *  back by the requesting systems and read by USGRECON. One     *
      *  record per number, or per contiguous range of numbers, that  *
      *  the system actually put on a real document out of a block    *
      *  NUMASGN granted it. LAST-NUMBER zero (or equal to FIRST)     *
      *  confirms the single number FIRST-NUMBER. USED-DATE is the    *
      *  date the system used the number(s), for the requester's own  *
      *  reference; the aging clock runs from the NUMASGN grant.      *
      *  Accepted confirmations are kept on the USAGEREG register,    *
      *  so a system only ever sends each confirmation once.          *
      *****************************************************************
       01  UTRN-RECORD.
           05  UTRN-SYSTEM-ID          PIC X(08).
           05  UTRN-COUNTER-ID         PIC X(10).
           05  UTRN-CYCLE-NUMBER       PIC 9(05).
           05  UTRN-FIRST-NUMBER       PIC 9(06).
           05  UTRN-LAST-NUMBER        PIC 9(06).
           05  UTRN-USED-DATE          PIC X(08).
