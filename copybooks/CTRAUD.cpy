      *  and applied. QUEUED-DATE is blank on transactions applied    *
      *  the night they arrived; on a released one it shows when the  *
      *  transaction was queued, and LOG-DATE shows when it actually  *
      *  took effect. APPROVER-ID names the second operator on a      *
      *  counter close or rename that needed one: on the APPROVED     *
      *  record, on a rejected approval, and on the record of the     *
      *  change when it finally applies. NUMBER-PREFIX carries the    *
      *  prefix an ADD or PRE set, and INITIAL-VALUE the starting     *
      *  value of an ADD (zero on every other action), so CTRRBLD     *
      *  can rebuild a counter's prefix and start from the trail;     *
      *  both are blank on records written before they were added.    *
      *****************************************************************
       01  AUD-RECORD.
           05  AUD-LOG-DATE            PIC X(08).
           05  AUD-RESULT              PIC X(08).
           05  AUD-REASON              PIC X(30).
           05  AUD-QUEUED-DATE         PIC X(08).
           05  AUD-APPROVER-ID         PIC X(08).
           05  AUD-NUMBER-PREFIX       PIC X(04).
           05  AUD-INITIAL-VALUE       PIC 9(06).
