      *****************************************************************
      *  TRIALPRM.cpy                                                 *
      *  Record layout for the TRIALPRM control file read by          *
      *  BUGSOLUTION. One optional record. RUN-FLAG "Y" makes the     *
      *  execution a trial run: RUNPARM, NUMREQ, VOIDTRAN, CYCCLOSE   *
      *  and APPRTRAN are processed exactly as tonight's run would    *
      *  process them, but nothing is written to COUNTERF, the        *
      *  registers, the logs or the run ledger - the outcome goes to  *
      *  the BUGTRIAL.OUT report instead. A missing file or any       *
      *  other value means a normal run.                              *
      *****************************************************************
       01  TRIAL-PARM-RECORD.
           05  TRIAL-RUN-FLAG          PIC X(01).
