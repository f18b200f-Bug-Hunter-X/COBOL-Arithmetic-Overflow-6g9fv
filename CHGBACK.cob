       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
      *****************************************************************
      *  Monthly chargeback companion to BUGSOLUTION.                 *
      *  Builds one statement per requesting system for the billing   *
      *  month from the NUMASGN answers: per counter, the ranges      *
      *  granted (blocks) and the numbers inside them, the requests   *
      *  refused, and the voids logged on VOIDREG during the month    *
      *  against numbers that system was granted (a void is charged   *
      *  back to whichever system's NUMASGN range holds the number,   *
      *  whatever month it was granted in). Each system also gets     *
      *  its refusals broken down by reason code (AUTH, QCAP, CTRI,   *
      *  CTRU, QTYZ). Charges are priced from the RATETAB rate table  *
      *  keyed by counter-id.                                         *
      *  Every SYSAUTH system-id gets a statement, with or without    *
      *  activity; a system answered on NUMASGN that is not on        *
      *  SYSAUTH (an AUTH refusal from a stranger) gets one too,      *
      *  flagged, so the statements always add up to NUMASGN.        *
      *  The same figures go to the CHGFEED billing feed, fixed       *
      *  format, one D record per system and counter between an H    *
      *  header and a T trailer carrying the control totals the       *
      *  billing side ties to before posting:                         *
      *    H month created-date created-time                          *
      *    D system counter blocks numbers rejects voids amount       *
      *    T detail-count blocks numbers rejects voids amount         *
      *  Amounts are unsigned with two implied decimals. A counter    *
      *  priced at zero for want of a rate makes the job end with     *
      *  RETURN-CODE 8 - finance must add the rate and rerun, and a   *
      *  rerun simply rewrites both outputs for the same month.       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RATE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUTH-FILE ASSIGN TO "SYSAUTH"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "NUMASGN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-REGISTER-FILE ASSIGN TO "VOIDREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATEMENT-FILE ASSIGN TO "CHGBACK.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BILLING-FEED-FILE ASSIGN TO "CHGFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  CHARGE-PARM-FILE.
           COPY CHGPARM.

       FD  RATE-FILE.
           COPY RATETAB.

       FD  AUTH-FILE.
           COPY SYSAUTH.

       FD  ASSIGNMENT-FILE.
           COPY NUMASGN.

       FD  VOID-REGISTER-FILE.
           COPY VOIDREG.

       FD  STATEMENT-FILE.
       01  ST-REPORT-LINE              PIC X(100).

       FD  BILLING-FEED-FILE.
       01  BF-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-BILLING-MONTH            PIC X(06).
       01  WS-TODAY-MONTH.
           05  WS-TODAY-YEAR           PIC 9(04).
           05  WS-TODAY-MM             PIC 9(02).
       01  WS-PRIOR-MONTH.
           05  WS-PRIOR-YEAR           PIC 9(04).
           05  WS-PRIOR-MM             PIC 9(02).

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-RATE-FILE             VALUE "T".
           88  WS-END-OF-AUTH-FILE             VALUE "A".
           88  WS-END-OF-ASSIGNMENT-FILE       VALUE "G".
           88  WS-END-OF-VOID-REGISTER         VALUE "W".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".

      *  The NUMASGN refusal reason codes, in statement order.
       01  WS-REASON-CODE-VALUES       PIC X(20)
               VALUE "AUTHQCAPCTRICTRUQTYZ".
       01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
           05  WS-REASON-CODE OCCURS 5 TIMES PIC X(04).
       01  WS-REASON-SUB               PIC 9(01).
       01  WS-FREE-REASON-CODE         PIC X(04) VALUE "QTYZ".

       01  WS-RATE-TABLE-COUNT         PIC 9(04) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-RATE-TABLE-COUNT
                   INDEXED BY WS-RATE-IDX.
               10  WS-RATE-COUNTER-ID      PIC X(10).
               10  WS-RATE-BLOCK-FEE       PIC 9(05)V99.
               10  WS-RATE-NUMBER-FEE      PIC 9(03)V9(04).
               10  WS-RATE-REJECT-FEE      PIC 9(05)V99.
               10  WS-RATE-VOID-FEE        PIC 9(05)V99.
       01  WS-RATE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-RATE-FOUND                    VALUE "Y".
       01  WS-DEFAULT-RATE-KEY         PIC X(10) VALUE "*DEFAULT".
       01  WS-RATE-KEY-COUNTER-ID      PIC X(10).

      *  One entry per requesting system: whether SYSAUTH knows it,
      *  its refusals by reason code and its statement total.
       01  WS-SYS-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-SYS-TABLE.
           05  WS-SYS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SYS-TABLE-COUNT
                   INDEXED BY WS-SYS-IDX.
               10  WS-SYS-SYSTEM-ID        PIC X(08).
               10  WS-SYS-ON-SYSAUTH       PIC X(01).
               10  WS-SYS-REJECTS          PIC 9(07) OCCURS 5 TIMES.
               10  WS-SYS-AMOUNT           PIC 9(09)V99.
       01  WS-SYS-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-SYS-FOUND                     VALUE "Y".
       01  WS-KEY-SYSTEM-ID            PIC X(08).

      *  One entry per (system, counter) with activity in the month -
      *  a statement line and a billing feed D record each.
       01  WS-LIN-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-LIN-TABLE.
           05  WS-LIN-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LIN-TABLE-COUNT
                   INDEXED BY WS-LIN-IDX.
               10  WS-LIN-SYSTEM-ID        PIC X(08).
               10  WS-LIN-COUNTER-ID       PIC X(10).
               10  WS-LIN-BLOCKS           PIC 9(07).
               10  WS-LIN-NUMBERS          PIC 9(09).
               10  WS-LIN-REJECTS          PIC 9(07).
               10  WS-LIN-CHARGED-REJECTS  PIC 9(07).
               10  WS-LIN-VOIDS            PIC 9(07).
               10  WS-LIN-AMOUNT           PIC 9(09)V99.
               10  WS-LIN-RATE-FLAG        PIC X(07).
       01  WS-LIN-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-LIN-FOUND                     VALUE "Y".
       01  WS-KEY-COUNTER-ID           PIC X(10).

      *  The month's voids, each waiting to be charged back to the
      *  system whose granted range holds the number. NUMASGN is
      *  read once; every GRANTED record, of any month, is offered
      *  to the voids still unattributed.
       01  WS-VYD-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-VYD-TABLE.
           05  WS-VYD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-VYD-TABLE-COUNT
                   INDEXED BY WS-VYD-IDX.
               10  WS-VYD-COUNTER-ID       PIC X(10).
               10  WS-VYD-CYCLE            PIC 9(05).
               10  WS-VYD-NUMBER           PIC 9(06).
               10  WS-VYD-SYSTEM-ID        PIC X(08).
       01  WS-UNCHARGED-VOID-COUNT     PIC 9(07) VALUE 0.

       01  WS-BLOCK-SIZE               PIC 9(06).
       01  WS-NO-RATE-COUNT            PIC 9(04) VALUE 0.

      *  Control totals - printed at the foot of the statements and
      *  carried on the billing feed trailer.
       01  WS-DETAIL-COUNT             PIC 9(07) VALUE 0.
       01  WS-TOTAL-BLOCKS             PIC 9(09) VALUE 0.
       01  WS-TOTAL-NUMBERS            PIC 9(11) VALUE 0.
       01  WS-TOTAL-REJECTS            PIC 9(09) VALUE 0.
       01  WS-TOTAL-VOIDS              PIC 9(09) VALUE 0.
       01  WS-TOTAL-AMOUNT             PIC 9(11)V99 VALUE 0.

      *  Statement line layouts, moved into ST-REPORT-LINE one at a
      *  time.
       01  WS-STMT-HDR-LINE.
           05  FILLER                  PIC X(30) VALUE
               "NUMBERING SERVICE CHARGEBACK -".
           05  FILLER                  PIC X(08) VALUE " SYSTEM ".
           05  WS-SH-SYSTEM-ID         PIC X(08).
           05  FILLER                  PIC X(08) VALUE "  MONTH ".
           05  WS-SH-MONTH             PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SH-NOTE              PIC X(20).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-COL-HDR-LINE.
           05  FILLER                  PIC X(50) VALUE
               "  COUNTER-ID   BLOCKS    NUMBERS  REJECTS    VOIDS".
           05  FILLER                  PIC X(50) VALUE
               "        CHARGE".

       01  WS-DTL-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BLOCKS            PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NUMBERS           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REJECTS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-VOIDS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT            PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RATE-FLAG         PIC X(07).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-REJ-LINE.
           05  FILLER                  PIC X(22) VALUE
               "  REJECTIONS BY REASON".
           05  WS-RL-ENTRY OCCURS 5 TIMES.
               10  FILLER              PIC X(02).
               10  WS-RL-CODE          PIC X(04).
               10  FILLER              PIC X(01).
               10  WS-RL-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-SYS-TOTAL-LINE.
           05  FILLER                  PIC X(30) VALUE
               "  STATEMENT TOTAL".
           05  FILLER                  PIC X(34) VALUE SPACES.
           05  WS-STL-AMOUNT           PIC ZZZZZZZZ9.99.
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-GRAND-LINE.
           05  WS-GL-LABEL             PIC X(40).
           05  WS-GL-COUNT             PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-GRAND-AMOUNT-LINE.
           05  FILLER                  PIC X(40) VALUE
               "CONTROL TOTAL CHARGED:".
           05  WS-GA-AMOUNT            PIC ZZZZZZZZZZ9.99.
           05  FILLER                  PIC X(46) VALUE SPACES.

      *  Billing feed layouts: fixed positions, no delimiters,
      *  moved into BF-RECORD before each write.
       01  WS-FEED-HEADER.
           05  FILLER                  PIC X(01) VALUE "H".
           05  WS-FH-MONTH             PIC X(06).
           05  WS-FH-CREATED-DATE      PIC X(08).
           05  WS-FH-CREATED-TIME      PIC X(06).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-FEED-DETAIL.
           05  FILLER                  PIC X(01) VALUE "D".
           05  WS-FD-SYSTEM-ID         PIC X(08).
           05  WS-FD-COUNTER-ID        PIC X(10).
           05  WS-FD-BLOCKS            PIC 9(07).
           05  WS-FD-NUMBERS           PIC 9(09).
           05  WS-FD-REJECTS           PIC 9(07).
           05  WS-FD-VOIDS             PIC 9(07).
           05  WS-FD-AMOUNT            PIC 9(09)V99.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-FEED-TRAILER.
           05  FILLER                  PIC X(01) VALUE "T".
           05  WS-FT-DETAIL-COUNT      PIC 9(07).
           05  WS-FT-BLOCKS            PIC 9(09).
           05  WS-FT-NUMBERS           PIC 9(11).
           05  WS-FT-REJECTS           PIC 9(09).
           05  WS-FT-VOIDS             PIC 9(09).
           05  WS-FT-AMOUNT            PIC 9(11)V99.
           05  FILLER                  PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-SET-BILLING-MONTH
           PERFORM 0100-LOAD-RATE-TABLE
           PERFORM 0200-LOAD-SYSTEMS
           PERFORM 0300-LOAD-MONTH-VOIDS
           PERFORM 0400-TALLY-ASSIGNMENTS
           PERFORM 0500-CHARGE-BACK-VOIDS
           PERFORM 0600-PRICE-LINES
           OPEN OUTPUT STATEMENT-FILE
           OPEN OUTPUT BILLING-FEED-FILE
           PERFORM 1000-WRITE-FEED-HEADER
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-TABLE-COUNT
               PERFORM 2000-WRITE-ONE-STATEMENT
           END-PERFORM
           PERFORM 3000-WRITE-CONTROL-TOTALS
           CLOSE STATEMENT-FILE
           CLOSE BILLING-FEED-FILE
           DISPLAY "CHGBACK COMPLETE FOR MONTH " WS-BILLING-MONTH
           DISPLAY "Statements written     : " WS-SYS-TABLE-COUNT
           DISPLAY "Feed detail records    : " WS-DETAIL-COUNT
           DISPLAY "Voids not chargeable   : " WS-UNCHARGED-VOID-COUNT
           DISPLAY "Counters with no rate  : " WS-NO-RATE-COUNT
           IF WS-NO-RATE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  The business date from BUSDATE, not the wall-clock date,
      *  is the date this job works from - the stamping jobs post a
      *  whole night's cycle under it and only EODROLL moves it on.
      *  A missing or unreadable BUSDATE falls back to today, loudly.
       0040-LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-CD-FULL(1:8) TO WS-BUSINESS-DATE
           MOVE "N" TO WS-BDTE-FOUND-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BUSINESS-DATE-FILE
           PERFORM UNTIL WS-END-OF-BUSDATE-FILE
               READ BUSINESS-DATE-FILE
                   AT END
                       SET WS-END-OF-BUSDATE-FILE TO TRUE
                   NOT AT END
                       IF BDTE-BUSINESS-DATE IS NUMERIC
                           MOVE BDTE-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                           SET WS-BDTE-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BUSINESS-DATE-FILE
           IF NOT WS-BDTE-FOUND
               DISPLAY "WARNING: BUSDATE MISSING OR INVALID - "
                   "USING SYSTEM DATE " WS-BUSINESS-DATE
           END-IF.

      *  CHGPARM names the billing month; blank, non-numeric or
      *  absent falls back to the month before the business date's.
       0050-SET-BILLING-MONTH.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-TODAY-MONTH
           IF WS-TODAY-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-TODAY-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-TODAY-MM - 1
           END-IF
           MOVE WS-PRIOR-MONTH TO WS-BILLING-MONTH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CHARGE-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ CHARGE-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF CP-BILLING-MONTH IS NUMERIC
                           MOVE CP-BILLING-MONTH TO WS-BILLING-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-PARM-FILE.

       0100-LOAD-RATE-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RATE-FILE
           PERFORM UNTIL WS-END-OF-RATE-FILE
               READ RATE-FILE
                   AT END
                       SET WS-END-OF-RATE-FILE TO TRUE
                   NOT AT END
                       IF WS-RATE-TABLE-COUNT >= 200
                           DISPLAY "FATAL: RATETAB HAS MORE THAN 200 "
                               "RECORDS - WS-RATE-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RATE-TABLE-COUNT
                       SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
                       MOVE RATE-COUNTER-ID
                           TO WS-RATE-COUNTER-ID(WS-RATE-IDX)
                       MOVE 0 TO WS-RATE-BLOCK-FEE(WS-RATE-IDX)
                       MOVE 0 TO WS-RATE-NUMBER-FEE(WS-RATE-IDX)
                       MOVE 0 TO WS-RATE-REJECT-FEE(WS-RATE-IDX)
                       MOVE 0 TO WS-RATE-VOID-FEE(WS-RATE-IDX)
                       IF RATE-BLOCK-FEE IS NUMERIC
                           MOVE RATE-BLOCK-FEE
                               TO WS-RATE-BLOCK-FEE(WS-RATE-IDX)
                       END-IF
                       IF RATE-NUMBER-FEE IS NUMERIC
                           MOVE RATE-NUMBER-FEE
                               TO WS-RATE-NUMBER-FEE(WS-RATE-IDX)
                       END-IF
                       IF RATE-REJECT-FEE IS NUMERIC
                           MOVE RATE-REJECT-FEE
                               TO WS-RATE-REJECT-FEE(WS-RATE-IDX)
                       END-IF
                       IF RATE-VOID-FEE IS NUMERIC
                           MOVE RATE-VOID-FEE
                               TO WS-RATE-VOID-FEE(WS-RATE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

      *  Every SYSAUTH system-id gets a statement, so the systems are
      *  seeded from the master before any activity is read.
       0200-LOAD-SYSTEMS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUTH-FILE
           PERFORM UNTIL WS-END-OF-AUTH-FILE
               READ AUTH-FILE
                   AT END
                       SET WS-END-OF-AUTH-FILE TO TRUE
                   NOT AT END
                       MOVE AUTH-SYSTEM-ID TO WS-KEY-SYSTEM-ID
                       PERFORM 8000-FIND-OR-ADD-SYSTEM
                       MOVE "Y" TO WS-SYS-ON-SYSAUTH(WS-SYS-IDX)
               END-READ
           END-PERFORM
           CLOSE AUTH-FILE.

       0300-LOAD-MONTH-VOIDS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VOID-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-VOID-REGISTER
               READ VOID-REGISTER-FILE
                   AT END
                       SET WS-END-OF-VOID-REGISTER TO TRUE
                   NOT AT END
                       IF VREG-LOG-DATE(1:6) = WS-BILLING-MONTH
                           IF WS-VYD-TABLE-COUNT >= 5000
                               DISPLAY "FATAL: VOIDREG HAS MORE THAN "
                                   "5000 VOIDS FOR THE BILLING MONTH "
                                   "- WS-VYD-TABLE IS FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-VYD-TABLE-COUNT
                           SET WS-VYD-IDX TO WS-VYD-TABLE-COUNT
                           MOVE VREG-COUNTER-ID
                               TO WS-VYD-COUNTER-ID(WS-VYD-IDX)
                           MOVE VREG-CYCLE-NUMBER
                               TO WS-VYD-CYCLE(WS-VYD-IDX)
                           MOVE VREG-NUMBER
                               TO WS-VYD-NUMBER(WS-VYD-IDX)
                           MOVE SPACES
                               TO WS-VYD-SYSTEM-ID(WS-VYD-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-REGISTER-FILE.

      *  The month's answers are tallied onto their (system,
      *  counter) lines; every GRANTED answer, whatever its month,
      *  is also offered to the month's voids so each void finds the
      *  system that was handed the number.
       0400-TALLY-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ASSIGNMENT-FILE
           PERFORM UNTIL WS-END-OF-ASSIGNMENT-FILE
               READ ASSIGNMENT-FILE
                   AT END
                       SET WS-END-OF-ASSIGNMENT-FILE TO TRUE
                   NOT AT END
                       IF ASGN-LOG-DATE(1:6) = WS-BILLING-MONTH
                           PERFORM 0410-TALLY-ONE-ANSWER
                       END-IF
                       IF ASGN-RESULT = "GRANTED"
                           PERFORM 0420-ATTRIBUTE-VOIDS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.

       0410-TALLY-ONE-ANSWER.
           MOVE ASGN-SYSTEM-ID  TO WS-KEY-SYSTEM-ID
           MOVE ASGN-COUNTER-ID TO WS-KEY-COUNTER-ID
           PERFORM 8000-FIND-OR-ADD-SYSTEM
           PERFORM 8100-FIND-OR-ADD-LINE
           IF ASGN-RESULT = "GRANTED"
               ADD 1 TO WS-LIN-BLOCKS(WS-LIN-IDX)
               COMPUTE WS-BLOCK-SIZE =
                   ASGN-LAST-NUMBER - ASGN-FIRST-NUMBER + 1
               ADD WS-BLOCK-SIZE TO WS-LIN-NUMBERS(WS-LIN-IDX)
           ELSE
               ADD 1 TO WS-LIN-REJECTS(WS-LIN-IDX)
               IF ASGN-REASON-CODE NOT = WS-FREE-REASON-CODE
                   ADD 1 TO WS-LIN-CHARGED-REJECTS(WS-LIN-IDX)
               END-IF
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 5
                   IF ASGN-REASON-CODE = WS-REASON-CODE(WS-REASON-SUB)
                       ADD 1 TO WS-SYS-REJECTS(WS-SYS-IDX,
                           WS-REASON-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       0420-ATTRIBUTE-VOIDS.
           PERFORM VARYING WS-VYD-IDX FROM 1 BY 1
                   UNTIL WS-VYD-IDX > WS-VYD-TABLE-COUNT
               IF WS-VYD-SYSTEM-ID(WS-VYD-IDX) = SPACES
                       AND WS-VYD-COUNTER-ID(WS-VYD-IDX) =
                           ASGN-COUNTER-ID
                       AND WS-VYD-CYCLE(WS-VYD-IDX) =
                           ASGN-CYCLE-NUMBER
                       AND WS-VYD-NUMBER(WS-VYD-IDX) >=
                           ASGN-FIRST-NUMBER
                       AND WS-VYD-NUMBER(WS-VYD-IDX) <=
                           ASGN-LAST-NUMBER
                   MOVE ASGN-SYSTEM-ID
                       TO WS-VYD-SYSTEM-ID(WS-VYD-IDX)
               END-IF
           END-PERFORM.

      *  A void whose number no system was granted came from a
      *  RUNPARM-driven run, not a block reservation - it belongs
      *  to no requesting system and is only counted.
       0500-CHARGE-BACK-VOIDS.
           PERFORM VARYING WS-VYD-IDX FROM 1 BY 1
                   UNTIL WS-VYD-IDX > WS-VYD-TABLE-COUNT
               IF WS-VYD-SYSTEM-ID(WS-VYD-IDX) = SPACES
                   ADD 1 TO WS-UNCHARGED-VOID-COUNT
               ELSE
                   MOVE WS-VYD-SYSTEM-ID(WS-VYD-IDX)
                       TO WS-KEY-SYSTEM-ID
                   MOVE WS-VYD-COUNTER-ID(WS-VYD-IDX)
                       TO WS-KEY-COUNTER-ID
                   PERFORM 8000-FIND-OR-ADD-SYSTEM
                   PERFORM 8100-FIND-OR-ADD-LINE
                   ADD 1 TO WS-LIN-VOIDS(WS-LIN-IDX)
               END-IF
           END-PERFORM.

       0600-PRICE-LINES.
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-TABLE-COUNT
               MOVE WS-LIN-COUNTER-ID(WS-LIN-IDX)
                   TO WS-RATE-KEY-COUNTER-ID
               PERFORM 8200-FIND-RATE
               IF NOT WS-RATE-FOUND
                   MOVE WS-DEFAULT-RATE-KEY TO WS-RATE-KEY-COUNTER-ID
                   PERFORM 8200-FIND-RATE
               END-IF
               IF WS-RATE-FOUND
                   MOVE SPACES TO WS-LIN-RATE-FLAG(WS-LIN-IDX)
                   COMPUTE WS-LIN-AMOUNT(WS-LIN-IDX) ROUNDED =
                       WS-LIN-BLOCKS(WS-LIN-IDX)
                           * WS-RATE-BLOCK-FEE(WS-RATE-IDX)
                       + WS-LIN-NUMBERS(WS-LIN-IDX)
                           * WS-RATE-NUMBER-FEE(WS-RATE-IDX)
                       + WS-LIN-CHARGED-REJECTS(WS-LIN-IDX)
                           * WS-RATE-REJECT-FEE(WS-RATE-IDX)
                       + WS-LIN-VOIDS(WS-LIN-IDX)
                           * WS-RATE-VOID-FEE(WS-RATE-IDX)
               ELSE
                   MOVE "NO RATE" TO WS-LIN-RATE-FLAG(WS-LIN-IDX)
                   MOVE 0 TO WS-LIN-AMOUNT(WS-LIN-IDX)
                   ADD 1 TO WS-NO-RATE-COUNT
               END-IF
               MOVE WS-LIN-SYSTEM-ID(WS-LIN-IDX) TO WS-KEY-SYSTEM-ID
               PERFORM 8000-FIND-OR-ADD-SYSTEM
               ADD WS-LIN-AMOUNT(WS-LIN-IDX)
                   TO WS-SYS-AMOUNT(WS-SYS-IDX)
           END-PERFORM.

       1000-WRITE-FEED-HEADER.
           MOVE WS-BILLING-MONTH TO WS-FH-MONTH
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8) TO WS-FH-CREATED-DATE
           MOVE WS-CD-FULL(9:6) TO WS-FH-CREATED-TIME
           MOVE WS-FEED-HEADER TO BF-RECORD
           WRITE BF-RECORD.

      *  One statement: heading, one line per counter the system
      *  touched (a D record on the feed for each), the refusals by
      *  reason code, and the statement total.
       2000-WRITE-ONE-STATEMENT.
           MOVE WS-SYS-SYSTEM-ID(WS-SYS-IDX) TO WS-SH-SYSTEM-ID
           MOVE WS-BILLING-MONTH TO WS-SH-MONTH
           IF WS-SYS-ON-SYSAUTH(WS-SYS-IDX) = "Y"
               MOVE SPACES TO WS-SH-NOTE
           ELSE
               MOVE "NOT ON SYSAUTH" TO WS-SH-NOTE
           END-IF
           MOVE SPACES TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE WS-STMT-HDR-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE WS-COL-HDR-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           PERFORM VARYING WS-LIN-IDX FROM 1 BY 1
                   UNTIL WS-LIN-IDX > WS-LIN-TABLE-COUNT
               IF WS-LIN-SYSTEM-ID(WS-LIN-IDX) =
                       WS-SYS-SYSTEM-ID(WS-SYS-IDX)
                   PERFORM 2100-WRITE-STATEMENT-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > 5
               MOVE SPACES TO WS-RL-ENTRY(WS-REASON-SUB)
               MOVE WS-REASON-CODE(WS-REASON-SUB)
                   TO WS-RL-CODE(WS-REASON-SUB)
               MOVE WS-SYS-REJECTS(WS-SYS-IDX, WS-REASON-SUB)
                   TO WS-RL-COUNT(WS-REASON-SUB)
           END-PERFORM
           MOVE WS-REJ-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE WS-SYS-AMOUNT(WS-SYS-IDX) TO WS-STL-AMOUNT
           MOVE WS-SYS-TOTAL-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE.

       2100-WRITE-STATEMENT-LINE.
           MOVE WS-LIN-COUNTER-ID(WS-LIN-IDX) TO WS-DL-COUNTER-ID
           MOVE WS-LIN-BLOCKS(WS-LIN-IDX)     TO WS-DL-BLOCKS
           MOVE WS-LIN-NUMBERS(WS-LIN-IDX)    TO WS-DL-NUMBERS
           MOVE WS-LIN-REJECTS(WS-LIN-IDX)    TO WS-DL-REJECTS
           MOVE WS-LIN-VOIDS(WS-LIN-IDX)      TO WS-DL-VOIDS
           MOVE WS-LIN-AMOUNT(WS-LIN-IDX)     TO WS-DL-AMOUNT
           MOVE WS-LIN-RATE-FLAG(WS-LIN-IDX)  TO WS-DL-RATE-FLAG
           MOVE WS-DTL-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE WS-LIN-SYSTEM-ID(WS-LIN-IDX)  TO WS-FD-SYSTEM-ID
           MOVE WS-LIN-COUNTER-ID(WS-LIN-IDX) TO WS-FD-COUNTER-ID
           MOVE WS-LIN-BLOCKS(WS-LIN-IDX)     TO WS-FD-BLOCKS
           MOVE WS-LIN-NUMBERS(WS-LIN-IDX)    TO WS-FD-NUMBERS
           MOVE WS-LIN-REJECTS(WS-LIN-IDX)    TO WS-FD-REJECTS
           MOVE WS-LIN-VOIDS(WS-LIN-IDX)      TO WS-FD-VOIDS
           MOVE WS-LIN-AMOUNT(WS-LIN-IDX)     TO WS-FD-AMOUNT
           MOVE WS-FEED-DETAIL TO BF-RECORD
           WRITE BF-RECORD
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-LIN-BLOCKS(WS-LIN-IDX)  TO WS-TOTAL-BLOCKS
           ADD WS-LIN-NUMBERS(WS-LIN-IDX) TO WS-TOTAL-NUMBERS
           ADD WS-LIN-REJECTS(WS-LIN-IDX) TO WS-TOTAL-REJECTS
           ADD WS-LIN-VOIDS(WS-LIN-IDX)   TO WS-TOTAL-VOIDS
           ADD WS-LIN-AMOUNT(WS-LIN-IDX)  TO WS-TOTAL-AMOUNT.

      *  The totals are accumulated from the D records as they are
      *  written, so the trailer proves the feed, not the tables.
       3000-WRITE-CONTROL-TOTALS.
           MOVE WS-DETAIL-COUNT  TO WS-FT-DETAIL-COUNT
           MOVE WS-TOTAL-BLOCKS  TO WS-FT-BLOCKS
           MOVE WS-TOTAL-NUMBERS TO WS-FT-NUMBERS
           MOVE WS-TOTAL-REJECTS TO WS-FT-REJECTS
           MOVE WS-TOTAL-VOIDS   TO WS-FT-VOIDS
           MOVE WS-TOTAL-AMOUNT  TO WS-FT-AMOUNT
           MOVE WS-FEED-TRAILER TO BF-RECORD
           WRITE BF-RECORD
           MOVE SPACES TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE "CONTROL TOTAL FEED DETAIL RECORDS:" TO WS-GL-LABEL
           MOVE WS-DETAIL-COUNT TO WS-GL-COUNT
           MOVE WS-GRAND-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE "CONTROL TOTAL BLOCKS ASSIGNED:" TO WS-GL-LABEL
           MOVE WS-TOTAL-BLOCKS TO WS-GL-COUNT
           MOVE WS-GRAND-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE "CONTROL TOTAL NUMBERS ASSIGNED:" TO WS-GL-LABEL
           MOVE WS-TOTAL-NUMBERS TO WS-GL-COUNT
           MOVE WS-GRAND-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE "CONTROL TOTAL REJECTIONS:" TO WS-GL-LABEL
           MOVE WS-TOTAL-REJECTS TO WS-GL-COUNT
           MOVE WS-GRAND-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE "CONTROL TOTAL VOIDS CHARGED BACK:" TO WS-GL-LABEL
           MOVE WS-TOTAL-VOIDS TO WS-GL-COUNT
           MOVE WS-GRAND-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE "VOIDS NOT CHARGED (NO GRANTED RANGE):"
               TO WS-GL-LABEL
           MOVE WS-UNCHARGED-VOID-COUNT TO WS-GL-COUNT
           MOVE WS-GRAND-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE
           MOVE WS-TOTAL-AMOUNT TO WS-GA-AMOUNT
           MOVE WS-GRAND-AMOUNT-LINE TO ST-REPORT-LINE
           WRITE ST-REPORT-LINE.

       8000-FIND-OR-ADD-SYSTEM.
           MOVE "N" TO WS-SYS-FOUND-FLAG
           IF WS-SYS-TABLE-COUNT > 0
               SET WS-SYS-IDX TO 1
               SEARCH WS-SYS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SYS-SYSTEM-ID(WS-SYS-IDX) = WS-KEY-SYSTEM-ID
                       SET WS-SYS-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-SYS-FOUND
               IF WS-SYS-TABLE-COUNT >= 200
                   DISPLAY "FATAL: MORE THAN 200 REQUESTING SYSTEMS "
                       "ACROSS SYSAUTH/NUMASGN - WS-SYS-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SYS-TABLE-COUNT
               SET WS-SYS-IDX TO WS-SYS-TABLE-COUNT
               MOVE WS-KEY-SYSTEM-ID TO WS-SYS-SYSTEM-ID(WS-SYS-IDX)
               MOVE "N" TO WS-SYS-ON-SYSAUTH(WS-SYS-IDX)
               PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 5
                   MOVE 0 TO WS-SYS-REJECTS(WS-SYS-IDX, WS-REASON-SUB)
               END-PERFORM
               MOVE 0 TO WS-SYS-AMOUNT(WS-SYS-IDX)
           END-IF.

       8100-FIND-OR-ADD-LINE.
           MOVE "N" TO WS-LIN-FOUND-FLAG
           IF WS-LIN-TABLE-COUNT > 0
               SET WS-LIN-IDX TO 1
               SEARCH WS-LIN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LIN-SYSTEM-ID(WS-LIN-IDX) = WS-KEY-SYSTEM-ID
                           AND WS-LIN-COUNTER-ID(WS-LIN-IDX) =
                               WS-KEY-COUNTER-ID
                       SET WS-LIN-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-LIN-FOUND
               IF WS-LIN-TABLE-COUNT >= 2000
                   DISPLAY "FATAL: MORE THAN 2000 SYSTEM/COUNTER "
                       "PAIRS IN THE BILLING MONTH - WS-LIN-TABLE IS "
                       "FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LIN-TABLE-COUNT
               SET WS-LIN-IDX TO WS-LIN-TABLE-COUNT
               MOVE WS-KEY-SYSTEM-ID  TO WS-LIN-SYSTEM-ID(WS-LIN-IDX)
               MOVE WS-KEY-COUNTER-ID TO WS-LIN-COUNTER-ID(WS-LIN-IDX)
               MOVE 0 TO WS-LIN-BLOCKS(WS-LIN-IDX)
               MOVE 0 TO WS-LIN-NUMBERS(WS-LIN-IDX)
               MOVE 0 TO WS-LIN-REJECTS(WS-LIN-IDX)
               MOVE 0 TO WS-LIN-CHARGED-REJECTS(WS-LIN-IDX)
               MOVE 0 TO WS-LIN-VOIDS(WS-LIN-IDX)
               MOVE 0 TO WS-LIN-AMOUNT(WS-LIN-IDX)
               MOVE SPACES TO WS-LIN-RATE-FLAG(WS-LIN-IDX)
           END-IF.

       8200-FIND-RATE.
           MOVE "N" TO WS-RATE-FOUND-FLAG
           IF WS-RATE-TABLE-COUNT > 0
               SET WS-RATE-IDX TO 1
               SEARCH WS-RATE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RATE-COUNTER-ID(WS-RATE-IDX) =
                           WS-RATE-KEY-COUNTER-ID
                       SET WS-RATE-FOUND TO TRUE
               END-SEARCH
           END-IF.
