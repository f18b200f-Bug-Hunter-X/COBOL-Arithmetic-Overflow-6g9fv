      *****************************************************************
      *  VOIDRSN.cpy                                                  *
      *  Record layout for the VOIDRSN void reason code master. One   *
      *  record per reason code an operator may key on VOIDTRAN: the  *
      *  code, its description from the accounting manual, and       *
      *  whether a void under it may ask for a replacement number     *
      *  (REISSUE-ALLOWED "Y"; anything else means void only).        *
      *  BUGSOLUTION rejects a void whose code is not on the master   *
      *  (codes are folded to upper case first, so "dup" keys as      *
      *  "DUP") and a reissue request under a void-only code.         *
      *  AUTO, the code USGRECON stamps on its auto-voids of unused   *
      *  reserved numbers, is always treated as present and void-     *
      *  only, whether or not the master lists it.                    *
      *****************************************************************
       01  VRSN-RECORD.
           05  VRSN-REASON-CODE        PIC X(04).
           05  VRSN-DESCRIPTION        PIC X(30).
           05  VRSN-REISSUE-ALLOWED    PIC X(01).
