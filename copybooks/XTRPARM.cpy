      *  ERPXTRCT daily billing extract. One optional record giving   *
      *  the extract date (YYYYMMDD) - the date whose DOCISSUE and    *
      *  VOIDREG records go into the interface file. A missing file   *
      *  or a blank/non-numeric date means the current business date  *
      *  from BUSDATE, the same default HLTHPARM uses.                *
      *****************************************************************
       01  XP-RECORD.
           05  XP-EXTRACT-DATE         PIC X(08).
