      *****************************************************************
      *  APPRTRN.cpy                                                  *
      *  Record layout for the APPRTRAN second-approval transaction   *
      *  file. A counter close, a planned cycle close or a rename     *
      *  keyed by one operator waits on its hold until a second,      *
      *  different operator with the same OPRAUTH authority approves  *
      *  it here:                                                     *
      *    CLO - a CTRMAINT counter close held on CTRPEND             *
      *    CYC - a BUGSOLUTION planned cycle close held on CYCCLOSE   *
      *    REN - a CTRRENAM rename held on RENPEND; NEW-COUNTER-ID    *
      *          must match the held rename too                       *
      *  Each program reads only its own action codes. An approval    *
      *  that matches nothing awaiting approval, comes from an        *
      *  operator without the authority, or comes from the operator   *
      *  who keyed the transaction is rejected onto that program's    *
      *  audit trail and the held transaction keeps waiting.          *
      *****************************************************************
       01  APPR-RECORD.
           05  APPR-ACTION             PIC X(03).
           05  APPR-COUNTER-ID         PIC X(10).
           05  APPR-NEW-COUNTER-ID     PIC X(10).
           05  APPR-OPERATOR-ID        PIC X(08).
