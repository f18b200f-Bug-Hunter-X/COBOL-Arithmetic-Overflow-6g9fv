      *****************************************************************
      *  OPRAUTH.cpy                                                  *
      *  Record layout for the OPRAUTH operator authority master.     *
      *  One record per operator id allowed to key transactions to    *
      *  the numbering service, with a Y/N flag for each action the   *
      *  operator may take, in this fixed order:                      *
      *    1 ADD - CTRMAINT add a counter                             *
      *    2 SUS - CTRMAINT suspend a counter                         *
      *    3 REA - CTRMAINT reactivate a counter                      *
      *    4 CLS - CTRMAINT close a counter (CLO transaction)         *
      *    5 PFX - CTRMAINT set a prefix (PRE transaction)            *
      *    6 VOID    - BUGSOLUTION void a number (VOIDTRAN)           *
      *    7 REISSUE - BUGSOLUTION issue a replacement on a void      *
      *    8 CYCLE CLOSE - BUGSOLUTION planned close (CYCCLOSE)       *
      *    9 RENAME  - CTRRENAM counter rename (RENTRAN)              *
      *  Anything but "Y" withholds the action, so revoking an        *
      *  operator is a matter of blanking the flags. CTRMAINT,        *
      *  BUGSOLUTION and CTRRENAM reject, with an audit record, any   *
      *  transaction keyed by an operator not on this master or not   *
      *  holding the flag. A counter close, a planned cycle close and *
      *  a rename also need a second, different operator holding the  *
      *  same flag to approve it on APPRTRAN before it takes effect.  *
      *  ALRTMON accepts an alert acknowledgement from an operator    *
      *  holding any one flag, and refuses one from an operator with  *
      *  every flag blank.                                            *
      *****************************************************************
       01  OPR-RECORD.
           05  OPR-OPERATOR-ID         PIC X(08).
           05  OPR-OPERATOR-NAME       PIC X(30).
           05  OPR-PERMISSIONS.
               10  OPR-CAN-ADD         PIC X(01).
               10  OPR-CAN-SUSPEND     PIC X(01).
               10  OPR-CAN-REACTIVATE  PIC X(01).
               10  OPR-CAN-CLOSE       PIC X(01).
               10  OPR-CAN-PREFIX      PIC X(01).
               10  OPR-CAN-VOID        PIC X(01).
               10  OPR-CAN-REISSUE     PIC X(01).
               10  OPR-CAN-CYCLE-CLOSE PIC X(01).
               10  OPR-CAN-RENAME      PIC X(01).
           05  OPR-PERMISSION-TABLE REDEFINES OPR-PERMISSIONS.
               10  OPR-PERMISSION      PIC X(01) OCCURS 9 TIMES.
