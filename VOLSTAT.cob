       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLSTAT.
      *****************************************************************
      *  Month-end issuance volume statistics for management.         *
      *  Looks back over a report month (the month before the         *
      *  business date unless VSTPARM names one) and sets it against  *
      *  the month before it and the same month a year earlier, from  *
      *  the permanent registers:                                     *
      *    ISSUEREG - numbers issued, by day;                         *
      *    NUMASGN  - blocks reserved (one per GRANTED range, as      *
      *               CHGBACK counts them) and the numbers granted    *
      *               to each requesting system, by day;              *
      *    VOIDREG  - voids;                                          *
      *    REISSREG - reissues.                                       *
      *  Net documents are numbers issued less numbers voided. The    *
      *  peak day is the day with most numbers issued (the earliest   *
      *  on a tie); the average is numbers issued over the days in    *
      *  the month, or the days elapsed when the month is the         *
      *  business date's own. Each month is printed with the change   *
      *  in per cent from the prior month and from the year before;   *
      *  a figure rising from nothing shows NEW.                      *
      *  BY COUNTER lists every counter active in the report month,   *
      *  then the all-counter totals; every COUNTERF counter with no  *
      *  issuance, block, void or reissue in the month is listed on   *
      *  its own. BY REQUESTING SYSTEM charges a void or reissue to   *
      *  the system whose GRANTED NUMASGN range holds the voided      *
      *  number, whatever month it was granted in; what no request    *
      *  accounts for - RUNPARM runs, reissue replacements and voids  *
      *  of their numbers - is shown against *OTHER so the systems    *
      *  add up to the counters.                                      *
      *  The same figures go to VOLEXTR for the spreadsheet pack,     *
      *  pipe-delimited under a row of column names, one row per      *
      *  counter (CTR), all-counter total (ALL) or system (SYS) and   *
      *  month (CUR, PRM, PYR); the PRM and PYR rows carry the        *
      *  report month's change against them.                          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STATS-PARM-FILE ASSIGN TO "VSTPARM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "COUNTERF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ISSUE-REGISTER-FILE ASSIGN TO "ISSUEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-REGISTER-FILE ASSIGN TO "VOIDREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL REISSUE-REGISTER-FILE ASSIGN TO "REISSREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "NUMASGN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-REPORT-FILE ASSIGN TO "VOLSTAT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATS-EXTRACT-FILE ASSIGN TO "VOLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  STATS-PARM-FILE.
           COPY VSTPARM.

       FD  COUNTER-FILE.
           COPY CTRREC.

       FD  ISSUE-REGISTER-FILE.
           COPY ISSUEREG.

       FD  VOID-REGISTER-FILE.
           COPY VOIDREG.

       FD  REISSUE-REGISTER-FILE.
           COPY REISSUE.

       FD  ASSIGNMENT-FILE.
           COPY NUMASGN.

       FD  STATS-REPORT-FILE.
       01  VS-REPORT-LINE              PIC X(100).

       FD  STATS-EXTRACT-FILE.
       01  VX-RECORD                   PIC X(170).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-REPORT-MONTH             PIC X(06).
       01  WS-MONTH-WORK.
           05  WS-MW-YEAR              PIC 9(04).
           05  WS-MW-MM                PIC 9(02).
       01  WS-DATE-WORK                PIC 9(08).
       01  WS-FIRST-DAY-INT            PIC 9(07).
       01  WS-NEXT-DAY-INT             PIC 9(07).

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-ISSUE-REGISTER        VALUE "I".
           88  WS-END-OF-VOID-REGISTER         VALUE "W".
           88  WS-END-OF-REISSUE-REGISTER      VALUE "R".
           88  WS-END-OF-ASSIGNMENT-FILE       VALUE "G".

      *  The three months compared: 1 is the report month, 2 the
      *  month before it and 3 the same month a year earlier.
       01  WS-PERIOD-TABLE.
           05  WS-PER-ENTRY OCCURS 3 TIMES.
               10  WS-PER-MONTH            PIC X(06).
               10  WS-PER-DAYS             PIC 9(02).
               10  WS-PER-LABEL            PIC X(06).
               10  WS-PER-CODE             PIC X(03).
               10  WS-PER-CHANGE-LABEL     PIC X(13).
       01  WS-PER-SUB                  PIC 9(01).
       01  WS-CMP-SUB                  PIC 9(01).
       01  WS-DAY-SUB                  PIC 9(02).
       01  WS-KEY-DATE                 PIC X(08).

      *  One entry per counter: every COUNTERF record, plus any
      *  counter the registers show that COUNTERF no longer carries.
       01  WS-CTR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-CTR-TABLE.
           05  WS-CTR-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-CTR-TABLE-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-COUNTER-ID       PIC X(10).
               10  WS-CTR-ON-COUNTERF      PIC X(01).
               10  WS-CTR-STATUS-FLAG      PIC X(01).
               10  WS-CTR-NUMBER-PREFIX    PIC X(04).
               10  WS-CTR-CURRENT-VALUE    PIC 9(06).
               10  WS-CTR-STATS.
                   15  WS-CTR-PER OCCURS 3 TIMES.
                       20  WS-CTR-ISSUED       PIC 9(09).
                       20  WS-CTR-BLOCKS       PIC 9(07).
                       20  WS-CTR-VOIDS        PIC 9(07).
                       20  WS-CTR-REISSUES     PIC 9(07).
                       20  WS-CTR-DAY-ISSUED   PIC 9(07)
                               OCCURS 31 TIMES.
       01  WS-CTR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-CTR-FOUND                     VALUE "Y".
       01  WS-KEY-COUNTER-ID           PIC X(10).

      *  One entry per requesting system with activity in any of the
      *  three months; ISSUED here is the numbers it was granted.
       01  WS-SYS-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-SYS-TABLE.
           05  WS-SYS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SYS-TABLE-COUNT
                   INDEXED BY WS-SYS-IDX.
               10  WS-SYS-SYSTEM-ID        PIC X(08).
               10  WS-SYS-STATS.
                   15  WS-SYS-PER OCCURS 3 TIMES.
                       20  WS-SYS-ISSUED       PIC 9(09).
                       20  WS-SYS-BLOCKS       PIC 9(07).
                       20  WS-SYS-VOIDS        PIC 9(07).
                       20  WS-SYS-REISSUES     PIC 9(07).
                       20  WS-SYS-DAY-ISSUED   PIC 9(07)
                               OCCURS 31 TIMES.
       01  WS-SYS-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-SYS-FOUND                     VALUE "Y".
       01  WS-KEY-SYSTEM-ID            PIC X(08).
       01  WS-OTHER-SYSTEM-ID          PIC X(08) VALUE "*OTHER".

      *  The three months' voids and reissues, each waiting to be
      *  charged to the system whose granted range holds the voided
      *  number. NUMASGN is read once; every GRANTED record, of any
      *  month, is offered to the entries still unattributed.
       01  WS-ATT-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-ATT-TABLE.
           05  WS-ATT-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-ATT-TABLE-COUNT
                   INDEXED BY WS-ATT-IDX.
               10  WS-ATT-TYPE             PIC X(01).
                   88  WS-ATT-IS-VOID               VALUE "V".
                   88  WS-ATT-IS-REISSUE            VALUE "R".
               10  WS-ATT-PERIOD           PIC 9(01).
               10  WS-ATT-COUNTER-ID       PIC X(10).
               10  WS-ATT-CYCLE            PIC 9(05).
               10  WS-ATT-NUMBER           PIC 9(06).
               10  WS-ATT-SYSTEM-ID        PIC X(08).
       01  WS-ATT-KEY-TYPE             PIC X(01).
       01  WS-ATT-KEY-CYCLE            PIC 9(05).
       01  WS-ATT-KEY-NUMBER           PIC 9(06).

      *  All counters together, and the part of it that was granted
      *  to requesting systems; the difference is *OTHER's issuance.
       01  WS-ALL-STATS.
           05  WS-ALL-PER OCCURS 3 TIMES.
               10  WS-ALL-ISSUED           PIC 9(09).
               10  WS-ALL-BLOCKS           PIC 9(07).
               10  WS-ALL-VOIDS            PIC 9(07).
               10  WS-ALL-REISSUES         PIC 9(07).
               10  WS-ALL-DAY-ISSUED       PIC 9(07) OCCURS 31 TIMES.
       01  WS-GRANTED-STATS.
           05  WS-GRT-PER OCCURS 3 TIMES.
               10  WS-GRT-ISSUED           PIC 9(09).
               10  WS-GRT-DAY-ISSUED       PIC 9(07) OCCURS 31 TIMES.

      *  The figures being printed, moved in from one of the tables
      *  above, and what is derived from them for each month.
       01  WS-STAT-AREA.
           05  WS-STA-PER OCCURS 3 TIMES.
               10  WS-STA-ISSUED           PIC 9(09).
               10  WS-STA-BLOCKS           PIC 9(07).
               10  WS-STA-VOIDS            PIC 9(07).
               10  WS-STA-REISSUES         PIC 9(07).
               10  WS-STA-DAY-ISSUED       PIC 9(07) OCCURS 31 TIMES.
       01  WS-STAT-TYPE                PIC X(03).
       01  WS-STAT-KEY                 PIC X(10).
       01  WS-STAT-ACTIVE              PIC X(01).
       01  WS-DERIVED-TABLE.
           05  WS-DRV-ENTRY OCCURS 3 TIMES.
               10  WS-DRV-NET              PIC S9(09).
               10  WS-DRV-PEAK-DAY         PIC 9(02).
               10  WS-DRV-PEAK-QTY         PIC 9(07).
               10  WS-DRV-AVERAGE          PIC 9(07)V99.

      *  Per cent change of the report month against month
      *  WS-CMP-SUB, in the order issued, blocks, voids, reissues,
      *  net, peak day and average.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-TEXT             PIC X(08) OCCURS 7 TIMES.
       01  WS-PCT-CURRENT              PIC S9(09)V99.
       01  WS-PCT-BASE                 PIC S9(09)V99.
       01  WS-PCT-WORK                 PIC S9(11)V9.
       01  WS-PCT-EDIT                 PIC -(5)9.9.
       01  WS-PCT-TEXT                 PIC X(08).

       01  WS-RANGE-SIZE               PIC 9(07).
       01  WS-OTHER-WORK               PIC S9(09).
       01  WS-ACTIVE-COUNTERS          PIC 9(04) VALUE 0.
       01  WS-IDLE-COUNTERS            PIC 9(04) VALUE 0.
       01  WS-ACTIVE-SYSTEMS           PIC 9(04) VALUE 0.
       01  WS-OTHER-VOIDS              PIC 9(07) VALUE 0.
       01  WS-EXTRACT-COUNT            PIC 9(07) VALUE 0.

      *  Report line layouts, moved into VS-REPORT-LINE one at a
      *  time.
       01  WS-HDR-LINE.
           05  FILLER                  PIC X(38) VALUE
               "ISSUANCE VOLUME STATISTICS - MONTH ".
           05  WS-HDR-MONTH            PIC X(06).
           05  FILLER                  PIC X(17) VALUE
               "  BUSINESS DATE ".
           05  WS-HDR-BUSINESS-DATE    PIC X(08).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-CMP-LINE.
           05  FILLER                  PIC X(38) VALUE
               "COMPARED WITH PRIOR MONTH ".
           05  WS-CMP-PRIOR-MONTH      PIC X(06).
           05  FILLER                  PIC X(17) VALUE
               "  AND LAST YEAR ".
           05  WS-CMP-LAST-YEAR        PIC X(06).
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-STAT-HDR-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SH-KEY-NAME          PIC X(11).
           05  FILLER                  PIC X(32) VALUE
               "PERIOD           ISSUED   BLOCKS".
           05  FILLER                  PIC X(28) VALUE
               "    VOIDS  REISSUE       NET".
           05  FILLER                  PIC X(27) VALUE
               " PEAK-DAY    PEAK   AVG/DAY".

       01  WS-STAT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-SL-KEY               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-LABEL             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-MONTH             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-ISSUED            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-BLOCKS            PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-VOIDS             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-REISSUES          PIC ZZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-NET               PIC --------9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-PEAK-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-PEAK-QTY          PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SL-AVERAGE           PIC ZZZZZ9.99.

       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  WS-CL-LABEL             PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-ISSUED            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-BLOCKS            PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-VOIDS             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-CL-REISSUES          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-NET               PIC X(08).
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  WS-CL-PEAK-QTY          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-CL-AVERAGE           PIC X(08).

       01  WS-IDLE-HDR-LINE.
           05  FILLER                  PIC X(48) VALUE
               "  COUNTER-ID  ST   PFX   CURRENT  PRIOR-ISSUED  ".
           05  FILLER                  PIC X(52) VALUE
               "LASTYR-ISSUED  NOTE".

       01  WS-IDLE-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-STATUS            PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-IL-PREFIX            PIC X(04).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-IL-CURRENT           PIC X(06).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-IL-PRIOR-ISSUED      PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  WS-IL-LAST-YEAR-ISSUED  PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IL-NOTE              PIC X(15).
           05  FILLER                  PIC X(22) VALUE SPACES.
       01  WS-IL-CURRENT-EDIT          PIC ZZZZZ9.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL            PIC X(40).
           05  WS-TOT-COUNT            PIC ZZZZZZZZZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

      *  Spreadsheet extract layouts: a row of column names, then
      *  fixed-width fields separated by pipes, moved into VX-RECORD
      *  before each write.
       01  WS-EXTRACT-HEADER.
           05  FILLER                  PIC X(43) VALUE
               "TYPE|KEY|PERIOD|MONTH|ACTIVE|ISSUED|BLOCKS|".
           05  FILLER                  PIC X(48) VALUE
               "VOIDS|REISSUES|NET|PEAK-DATE|PEAK-QTY|AVG-DAILY|".
           05  FILLER                  PIC X(45) VALUE
               "CHG-ISSUED|CHG-BLOCKS|CHG-VOIDS|CHG-REISSUES|".
           05  FILLER                  PIC X(34) VALUE
               "CHG-NET|CHG-PEAK|CHG-AVG".

       01  WS-EXTRACT-RECORD.
           05  WS-XR-TYPE              PIC X(03).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-KEY               PIC X(10).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-PERIOD            PIC X(03).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-MONTH             PIC X(06).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-ACTIVE            PIC X(01).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-ISSUED            PIC 9(09).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-BLOCKS            PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-VOIDS             PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-REISSUES          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-NET               PIC -9(09).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-PEAK-DATE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-PEAK-QTY          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-AVERAGE           PIC 9(07).99.
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-ISSUED        PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-BLOCKS        PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-VOIDS         PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-REISSUES      PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-NET           PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-PEAK-QTY      PIC X(08).
           05  FILLER                  PIC X(01) VALUE "|".
           05  WS-XR-CHG-AVERAGE       PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-SET-REPORT-MONTHS
           PERFORM 0100-LOAD-COUNTERS
           MOVE ZEROS TO WS-ALL-STATS
           MOVE ZEROS TO WS-GRANTED-STATS
           PERFORM 1000-TALLY-ISSUANCE
           PERFORM 2000-TALLY-VOIDS
           PERFORM 3000-TALLY-REISSUES
           PERFORM 4000-TALLY-ASSIGNMENTS
           PERFORM 4500-CHARGE-VOIDS-AND-REISSUES
           PERFORM 4600-SET-OTHER-ISSUANCE
           OPEN OUTPUT STATS-REPORT-FILE
           OPEN OUTPUT STATS-EXTRACT-FILE
           MOVE WS-EXTRACT-HEADER TO VX-RECORD
           WRITE VX-RECORD
           PERFORM 5000-WRITE-HEADER
           PERFORM 5100-WRITE-BY-COUNTER
           PERFORM 5200-WRITE-IDLE-COUNTERS
           PERFORM 5300-WRITE-BY-SYSTEM
           PERFORM 5400-WRITE-TOTALS
           CLOSE STATS-REPORT-FILE
           CLOSE STATS-EXTRACT-FILE
           DISPLAY "VOLSTAT COMPLETE FOR MONTH " WS-REPORT-MONTH
           DISPLAY "Counters active        : " WS-ACTIVE-COUNTERS
           DISPLAY "Counters with no activ : " WS-IDLE-COUNTERS
           DISPLAY "Requesting systems     : " WS-ACTIVE-SYSTEMS
           DISPLAY "Extract rows written   : " WS-EXTRACT-COUNT
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

      *  VSTPARM names the report month; blank, non-numeric or
      *  absent falls back to the month before the business date's.
      *  The comparison months follow from it.
       0050-SET-REPORT-MONTHS.
           MOVE WS-BUSINESS-DATE(1:6) TO WS-MONTH-WORK
           PERFORM 0060-STEP-BACK-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-REPORT-MONTH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT STATS-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ STATS-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF VST-REPORT-MONTH IS NUMERIC
                           IF VST-REPORT-MONTH(5:2) >= "01" AND
                                   VST-REPORT-MONTH(5:2) <= "12"
                               MOVE VST-REPORT-MONTH
                                   TO WS-REPORT-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATS-PARM-FILE
           MOVE WS-REPORT-MONTH TO WS-PER-MONTH(1)
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
           PERFORM 0060-STEP-BACK-ONE-MONTH
           MOVE WS-MONTH-WORK TO WS-PER-MONTH(2)
           MOVE WS-REPORT-MONTH TO WS-MONTH-WORK
           SUBTRACT 1 FROM WS-MW-YEAR
           MOVE WS-MONTH-WORK TO WS-PER-MONTH(3)
           MOVE "MONTH" TO WS-PER-LABEL(1)
           MOVE "PRIOR" TO WS-PER-LABEL(2)
           MOVE "LASTYR" TO WS-PER-LABEL(3)
           MOVE "CUR" TO WS-PER-CODE(1)
           MOVE "PRM" TO WS-PER-CODE(2)
           MOVE "PYR" TO WS-PER-CODE(3)
           MOVE SPACES TO WS-PER-CHANGE-LABEL(1)
           MOVE "CHG% PRIOR" TO WS-PER-CHANGE-LABEL(2)
           MOVE "CHG% LASTYR" TO WS-PER-CHANGE-LABEL(3)
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3
               PERFORM 0070-SET-DAYS-IN-MONTH
           END-PERFORM.

       0060-STEP-BACK-ONE-MONTH.
           IF WS-MW-MM = 1
               SUBTRACT 1 FROM WS-MW-YEAR
               MOVE 12 TO WS-MW-MM
           ELSE
               SUBTRACT 1 FROM WS-MW-MM
           END-IF.

      *  The days an average is taken over: the whole month, or only
      *  the days so far when it is the business date's own month.
       0070-SET-DAYS-IN-MONTH.
           MOVE WS-PER-MONTH(WS-PER-SUB) TO WS-MONTH-WORK
           COMPUTE WS-DATE-WORK = WS-MW-YEAR * 10000
               + WS-MW-MM * 100 + 1
           COMPUTE WS-FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           IF WS-MW-MM = 12
               ADD 1 TO WS-MW-YEAR
               MOVE 1 TO WS-MW-MM
           ELSE
               ADD 1 TO WS-MW-MM
           END-IF
           COMPUTE WS-DATE-WORK = WS-MW-YEAR * 10000
               + WS-MW-MM * 100 + 1
           COMPUTE WS-NEXT-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
           COMPUTE WS-PER-DAYS(WS-PER-SUB) =
               WS-NEXT-DAY-INT - WS-FIRST-DAY-INT
           IF WS-PER-MONTH(WS-PER-SUB) = WS-BUSINESS-DATE(1:6)
               MOVE WS-BUSINESS-DATE(7:2) TO WS-PER-DAYS(WS-PER-SUB)
           END-IF.

      *  Every counter on COUNTERF is seeded first, so one with no
      *  activity at all still has an entry to be reported from.
       0100-LOAD-COUNTERS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COUNTER-FILE
           PERFORM UNTIL WS-END-OF-COUNTER-FILE
               READ COUNTER-FILE
                   AT END
                       SET WS-END-OF-COUNTER-FILE TO TRUE
                   NOT AT END
                       MOVE CTR-COUNTER-ID TO WS-KEY-COUNTER-ID
                       PERFORM 8100-FIND-OR-ADD-COUNTER
                       MOVE "Y" TO WS-CTR-ON-COUNTERF(WS-CTR-IDX)
                       MOVE CTR-STATUS-FLAG
                           TO WS-CTR-STATUS-FLAG(WS-CTR-IDX)
                       MOVE CTR-NUMBER-PREFIX
                           TO WS-CTR-NUMBER-PREFIX(WS-CTR-IDX)
                       MOVE CTR-CURRENT-VALUE
                           TO WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
               END-READ
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  Numbers issued per counter and day in the three months, one
      *  ISSUEREG range at a time.
       1000-TALLY-ISSUANCE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ISSUE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-ISSUE-REGISTER
               READ ISSUE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-ISSUE-REGISTER TO TRUE
                   NOT AT END
                       MOVE REG-LOG-DATE TO WS-KEY-DATE
                       PERFORM 7100-FIND-PERIOD
                       IF WS-PER-SUB > 0 AND
                               REG-LAST-NUMBER >= REG-FIRST-NUMBER
                           PERFORM 1100-TALLY-ONE-RANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSUE-REGISTER-FILE.

       1100-TALLY-ONE-RANGE.
           COMPUTE WS-RANGE-SIZE =
               REG-LAST-NUMBER - REG-FIRST-NUMBER + 1
           MOVE REG-COUNTER-ID TO WS-KEY-COUNTER-ID
           PERFORM 8100-FIND-OR-ADD-COUNTER
           ADD WS-RANGE-SIZE TO WS-CTR-ISSUED(WS-CTR-IDX, WS-PER-SUB)
           ADD WS-RANGE-SIZE
               TO WS-CTR-DAY-ISSUED(WS-CTR-IDX, WS-PER-SUB,
                   WS-DAY-SUB)
           ADD WS-RANGE-SIZE TO WS-ALL-ISSUED(WS-PER-SUB)
           ADD WS-RANGE-SIZE
               TO WS-ALL-DAY-ISSUED(WS-PER-SUB, WS-DAY-SUB).

       2000-TALLY-VOIDS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VOID-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-VOID-REGISTER
               READ VOID-REGISTER-FILE
                   AT END
                       SET WS-END-OF-VOID-REGISTER TO TRUE
                   NOT AT END
                       MOVE VREG-LOG-DATE TO WS-KEY-DATE
                       PERFORM 7100-FIND-PERIOD
                       IF WS-PER-SUB > 0
                           MOVE VREG-COUNTER-ID TO WS-KEY-COUNTER-ID
                           PERFORM 8100-FIND-OR-ADD-COUNTER
                           ADD 1 TO WS-CTR-VOIDS(WS-CTR-IDX,
                               WS-PER-SUB)
                           ADD 1 TO WS-ALL-VOIDS(WS-PER-SUB)
                           MOVE "V" TO WS-ATT-KEY-TYPE
                           MOVE VREG-CYCLE-NUMBER TO WS-ATT-KEY-CYCLE
                           MOVE VREG-NUMBER TO WS-ATT-KEY-NUMBER
                           PERFORM 8300-ADD-ATTRIBUTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-REGISTER-FILE.

      *  A reissue is charged where its voided number was granted.
       3000-TALLY-REISSUES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REISSUE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-REISSUE-REGISTER
               READ REISSUE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-REISSUE-REGISTER TO TRUE
                   NOT AT END
                       MOVE RISS-LOG-DATE TO WS-KEY-DATE
                       PERFORM 7100-FIND-PERIOD
                       IF WS-PER-SUB > 0
                           MOVE RISS-COUNTER-ID TO WS-KEY-COUNTER-ID
                           PERFORM 8100-FIND-OR-ADD-COUNTER
                           ADD 1 TO WS-CTR-REISSUES(WS-CTR-IDX,
                               WS-PER-SUB)
                           ADD 1 TO WS-ALL-REISSUES(WS-PER-SUB)
                           MOVE "R" TO WS-ATT-KEY-TYPE
                           MOVE RISS-OLD-CYCLE-NUMBER
                               TO WS-ATT-KEY-CYCLE
                           MOVE RISS-OLD-NUMBER TO WS-ATT-KEY-NUMBER
                           PERFORM 8300-ADD-ATTRIBUTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REISSUE-REGISTER-FILE.

      *  The three months' GRANTED answers are tallied as blocks on
      *  the counter and as blocks and numbers on the system; every
      *  GRANTED answer, whatever its month, is also offered to the
      *  voids and reissues so each finds the system that was handed
      *  the number.
       4000-TALLY-ASSIGNMENTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ASSIGNMENT-FILE
           PERFORM UNTIL WS-END-OF-ASSIGNMENT-FILE
               READ ASSIGNMENT-FILE
                   AT END
                       SET WS-END-OF-ASSIGNMENT-FILE TO TRUE
                   NOT AT END
                       IF ASGN-RESULT = "GRANTED" AND
                               ASGN-LAST-NUMBER >= ASGN-FIRST-NUMBER
                           MOVE ASGN-LOG-DATE TO WS-KEY-DATE
                           PERFORM 7100-FIND-PERIOD
                           IF WS-PER-SUB > 0
                               PERFORM 4100-TALLY-ONE-GRANT
                           END-IF
                           PERFORM 4200-ATTRIBUTE-TO-GRANT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.

       4100-TALLY-ONE-GRANT.
           COMPUTE WS-RANGE-SIZE =
               ASGN-LAST-NUMBER - ASGN-FIRST-NUMBER + 1
           MOVE ASGN-COUNTER-ID TO WS-KEY-COUNTER-ID
           PERFORM 8100-FIND-OR-ADD-COUNTER
           ADD 1 TO WS-CTR-BLOCKS(WS-CTR-IDX, WS-PER-SUB)
           ADD 1 TO WS-ALL-BLOCKS(WS-PER-SUB)
           MOVE ASGN-SYSTEM-ID TO WS-KEY-SYSTEM-ID
           PERFORM 8200-FIND-OR-ADD-SYSTEM
           ADD 1 TO WS-SYS-BLOCKS(WS-SYS-IDX, WS-PER-SUB)
           ADD WS-RANGE-SIZE TO WS-SYS-ISSUED(WS-SYS-IDX, WS-PER-SUB)
           ADD WS-RANGE-SIZE
               TO WS-SYS-DAY-ISSUED(WS-SYS-IDX, WS-PER-SUB,
                   WS-DAY-SUB)
           ADD WS-RANGE-SIZE TO WS-GRT-ISSUED(WS-PER-SUB)
           ADD WS-RANGE-SIZE
               TO WS-GRT-DAY-ISSUED(WS-PER-SUB, WS-DAY-SUB).

       4200-ATTRIBUTE-TO-GRANT.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-TABLE-COUNT
               IF WS-ATT-SYSTEM-ID(WS-ATT-IDX) = SPACES
                       AND WS-ATT-COUNTER-ID(WS-ATT-IDX) =
                           ASGN-COUNTER-ID
                       AND WS-ATT-CYCLE(WS-ATT-IDX) =
                           ASGN-CYCLE-NUMBER
                       AND WS-ATT-NUMBER(WS-ATT-IDX) >=
                           ASGN-FIRST-NUMBER
                       AND WS-ATT-NUMBER(WS-ATT-IDX) <=
                           ASGN-LAST-NUMBER
                   MOVE ASGN-SYSTEM-ID
                       TO WS-ATT-SYSTEM-ID(WS-ATT-IDX)
               END-IF
           END-PERFORM.

      *  A void or reissue of a number no system was granted came
      *  from a RUNPARM-driven run or a reissue replacement, not a
      *  block reservation - it is shown against *OTHER.
       4500-CHARGE-VOIDS-AND-REISSUES.
           PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
                   UNTIL WS-ATT-IDX > WS-ATT-TABLE-COUNT
               IF WS-ATT-SYSTEM-ID(WS-ATT-IDX) = SPACES
                   MOVE WS-OTHER-SYSTEM-ID TO WS-KEY-SYSTEM-ID
                   IF WS-ATT-IS-VOID(WS-ATT-IDX) AND
                           WS-ATT-PERIOD(WS-ATT-IDX) = 1
                       ADD 1 TO WS-OTHER-VOIDS
                   END-IF
               ELSE
                   MOVE WS-ATT-SYSTEM-ID(WS-ATT-IDX)
                       TO WS-KEY-SYSTEM-ID
               END-IF
               PERFORM 8200-FIND-OR-ADD-SYSTEM
               MOVE WS-ATT-PERIOD(WS-ATT-IDX) TO WS-PER-SUB
               IF WS-ATT-IS-VOID(WS-ATT-IDX)
                   ADD 1 TO WS-SYS-VOIDS(WS-SYS-IDX, WS-PER-SUB)
               ELSE
                   ADD 1 TO WS-SYS-REISSUES(WS-SYS-IDX, WS-PER-SUB)
               END-IF
           END-PERFORM.

      *  *OTHER's issuance is whatever ISSUEREG shows beyond the
      *  numbers granted on NUMASGN, day by day.
       4600-SET-OTHER-ISSUANCE.
           IF WS-ALL-ISSUED(1) > WS-GRT-ISSUED(1) OR
                   WS-ALL-ISSUED(2) > WS-GRT-ISSUED(2) OR
                   WS-ALL-ISSUED(3) > WS-GRT-ISSUED(3)
               MOVE WS-OTHER-SYSTEM-ID TO WS-KEY-SYSTEM-ID
               PERFORM 8200-FIND-OR-ADD-SYSTEM
               PERFORM VARYING WS-PER-SUB FROM 1 BY 1
                       UNTIL WS-PER-SUB > 3
                   MOVE 0 TO WS-SYS-ISSUED(WS-SYS-IDX, WS-PER-SUB)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 31
                       COMPUTE WS-OTHER-WORK =
                           WS-ALL-DAY-ISSUED(WS-PER-SUB, WS-DAY-SUB)
                         - WS-GRT-DAY-ISSUED(WS-PER-SUB, WS-DAY-SUB)
                       IF WS-OTHER-WORK < 0
                           MOVE 0 TO WS-OTHER-WORK
                       END-IF
                       MOVE WS-OTHER-WORK TO WS-SYS-DAY-ISSUED
                           (WS-SYS-IDX, WS-PER-SUB, WS-DAY-SUB)
                       ADD WS-OTHER-WORK
                           TO WS-SYS-ISSUED(WS-SYS-IDX, WS-PER-SUB)
                   END-PERFORM
               END-PERFORM
           END-IF.

       5000-WRITE-HEADER.
           MOVE WS-REPORT-MONTH TO WS-HDR-MONTH
           MOVE WS-BUSINESS-DATE TO WS-HDR-BUSINESS-DATE
           MOVE WS-HDR-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE WS-PER-MONTH(2) TO WS-CMP-PRIOR-MONTH
           MOVE WS-PER-MONTH(3) TO WS-CMP-LAST-YEAR
           MOVE WS-CMP-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE.

      *  Counters with activity in the report month, then the
      *  all-counter totals. Every counter goes to the extract, with
      *  ACTIVE set to N for those listed under NO ACTIVITY.
       5100-WRITE-BY-COUNTER.
           MOVE SPACES TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "BY COUNTER:" TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "COUNTER-ID" TO WS-SH-KEY-NAME
           MOVE WS-STAT-HDR-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "CTR" TO WS-STAT-TYPE
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-TABLE-COUNT
               MOVE WS-CTR-COUNTER-ID(WS-CTR-IDX) TO WS-STAT-KEY
               MOVE WS-CTR-STATS(WS-CTR-IDX) TO WS-STAT-AREA
               IF WS-STA-ISSUED(1) > 0 OR WS-STA-BLOCKS(1) > 0 OR
                       WS-STA-VOIDS(1) > 0 OR WS-STA-REISSUES(1) > 0
                   ADD 1 TO WS-ACTIVE-COUNTERS
                   MOVE "Y" TO WS-STAT-ACTIVE
                   PERFORM 6000-WRITE-STAT-BLOCK
               ELSE
                   ADD 1 TO WS-IDLE-COUNTERS
                   MOVE "N" TO WS-STAT-ACTIVE
                   PERFORM 6300-WRITE-EXTRACT-ROWS
               END-IF
           END-PERFORM
           IF WS-ACTIVE-COUNTERS = 0
               MOVE "  NO COUNTER ACTIVITY IN THE MONTH"
                   TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
           END-IF
           MOVE "ALL" TO WS-STAT-TYPE
           MOVE "*ALL" TO WS-STAT-KEY
           MOVE WS-ALL-STATS TO WS-STAT-AREA
           IF WS-ACTIVE-COUNTERS > 0
               MOVE "Y" TO WS-STAT-ACTIVE
           ELSE
               MOVE "N" TO WS-STAT-ACTIVE
           END-IF
           PERFORM 6000-WRITE-STAT-BLOCK.

       5200-WRITE-IDLE-COUNTERS.
           MOVE SPACES TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "COUNTERS WITH NO ACTIVITY IN THE MONTH:"
               TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           IF WS-IDLE-COUNTERS = 0
               MOVE "  NONE" TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
           ELSE
               MOVE WS-IDLE-HDR-LINE TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-TABLE-COUNT
                   IF WS-CTR-ISSUED(WS-CTR-IDX, 1) = 0 AND
                           WS-CTR-BLOCKS(WS-CTR-IDX, 1) = 0 AND
                           WS-CTR-VOIDS(WS-CTR-IDX, 1) = 0 AND
                           WS-CTR-REISSUES(WS-CTR-IDX, 1) = 0
                       PERFORM 5210-WRITE-ONE-IDLE-COUNTER
                   END-IF
               END-PERFORM
           END-IF.

       5210-WRITE-ONE-IDLE-COUNTER.
           MOVE WS-CTR-COUNTER-ID(WS-CTR-IDX) TO WS-IL-COUNTER-ID
           MOVE WS-CTR-ISSUED(WS-CTR-IDX, 2) TO WS-IL-PRIOR-ISSUED
           MOVE WS-CTR-ISSUED(WS-CTR-IDX, 3)
               TO WS-IL-LAST-YEAR-ISSUED
           IF WS-CTR-ON-COUNTERF(WS-CTR-IDX) = "Y"
               MOVE WS-CTR-STATUS-FLAG(WS-CTR-IDX) TO WS-IL-STATUS
               MOVE WS-CTR-NUMBER-PREFIX(WS-CTR-IDX) TO WS-IL-PREFIX
               MOVE WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
                   TO WS-IL-CURRENT-EDIT
               MOVE WS-IL-CURRENT-EDIT TO WS-IL-CURRENT
               MOVE SPACES TO WS-IL-NOTE
           ELSE
               MOVE SPACES TO WS-IL-STATUS
               MOVE SPACES TO WS-IL-PREFIX
               MOVE SPACES TO WS-IL-CURRENT
               MOVE "NOT ON COUNTERF" TO WS-IL-NOTE
           END-IF
           MOVE WS-IDLE-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE.

      *  Requesting systems in table order, *OTHER last.
       5300-WRITE-BY-SYSTEM.
           MOVE SPACES TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "BY REQUESTING SYSTEM:" TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           IF WS-SYS-TABLE-COUNT = 0
               MOVE "  NO REQUESTS, VOIDS OR REISSUES IN ANY MONTH"
                   TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
           ELSE
               MOVE "SYSTEM-ID" TO WS-SH-KEY-NAME
               MOVE WS-STAT-HDR-LINE TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
               MOVE "SYS" TO WS-STAT-TYPE
               PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                       UNTIL WS-SYS-IDX > WS-SYS-TABLE-COUNT
                   IF WS-SYS-SYSTEM-ID(WS-SYS-IDX) NOT =
                           WS-OTHER-SYSTEM-ID
                       PERFORM 5310-WRITE-ONE-SYSTEM
                   END-IF
               END-PERFORM
               MOVE WS-OTHER-SYSTEM-ID TO WS-KEY-SYSTEM-ID
               PERFORM 8210-FIND-SYSTEM
               IF WS-SYS-FOUND
                   PERFORM 5310-WRITE-ONE-SYSTEM
               END-IF
           END-IF.

       5310-WRITE-ONE-SYSTEM.
           MOVE WS-SYS-SYSTEM-ID(WS-SYS-IDX) TO WS-STAT-KEY
           MOVE WS-SYS-STATS(WS-SYS-IDX) TO WS-STAT-AREA
           IF WS-STA-ISSUED(1) > 0 OR WS-STA-BLOCKS(1) > 0 OR
                   WS-STA-VOIDS(1) > 0 OR WS-STA-REISSUES(1) > 0
               MOVE "Y" TO WS-STAT-ACTIVE
               IF WS-SYS-SYSTEM-ID(WS-SYS-IDX) NOT =
                       WS-OTHER-SYSTEM-ID
                   ADD 1 TO WS-ACTIVE-SYSTEMS
               END-IF
           ELSE
               MOVE "N" TO WS-STAT-ACTIVE
           END-IF
           PERFORM 6000-WRITE-STAT-BLOCK.

       5400-WRITE-TOTALS.
           MOVE SPACES TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "NUMBERS ISSUED IN MONTH:" TO WS-TOT-LABEL
           MOVE WS-ALL-ISSUED(1) TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "BLOCKS RESERVED:" TO WS-TOT-LABEL
           MOVE WS-ALL-BLOCKS(1) TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "VOIDS:" TO WS-TOT-LABEL
           MOVE WS-ALL-VOIDS(1) TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "REISSUES:" TO WS-TOT-LABEL
           MOVE WS-ALL-REISSUES(1) TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "COUNTERS ACTIVE IN MONTH:" TO WS-TOT-LABEL
           MOVE WS-ACTIVE-COUNTERS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "COUNTERS WITH NO ACTIVITY:" TO WS-TOT-LABEL
           MOVE WS-IDLE-COUNTERS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "REQUESTING SYSTEMS ACTIVE IN MONTH:" TO WS-TOT-LABEL
           MOVE WS-ACTIVE-SYSTEMS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "VOIDS ON NO REQUESTED RANGE:" TO WS-TOT-LABEL
           MOVE WS-OTHER-VOIDS TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE
           MOVE "EXTRACT ROWS WRITTEN:" TO WS-TOT-LABEL
           MOVE WS-EXTRACT-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO VS-REPORT-LINE
           WRITE VS-REPORT-LINE.

      *  One key's three months from WS-STAT-AREA, then its change
      *  against each comparison month, on the report and extract.
       6000-WRITE-STAT-BLOCK.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3
               PERFORM 6100-DERIVE-PERIOD
               MOVE SPACES TO WS-SL-KEY
               IF WS-PER-SUB = 1
                   MOVE WS-STAT-KEY TO WS-SL-KEY
               END-IF
               MOVE WS-PER-LABEL(WS-PER-SUB) TO WS-SL-LABEL
               MOVE WS-PER-MONTH(WS-PER-SUB) TO WS-SL-MONTH
               MOVE WS-STA-ISSUED(WS-PER-SUB) TO WS-SL-ISSUED
               MOVE WS-STA-BLOCKS(WS-PER-SUB) TO WS-SL-BLOCKS
               MOVE WS-STA-VOIDS(WS-PER-SUB) TO WS-SL-VOIDS
               MOVE WS-STA-REISSUES(WS-PER-SUB) TO WS-SL-REISSUES
               MOVE WS-DRV-NET(WS-PER-SUB) TO WS-SL-NET
               MOVE SPACES TO WS-SL-PEAK-DATE
               IF WS-DRV-PEAK-QTY(WS-PER-SUB) > 0
                   MOVE WS-PER-MONTH(WS-PER-SUB)
                       TO WS-SL-PEAK-DATE(1:6)
                   MOVE WS-DRV-PEAK-DAY(WS-PER-SUB)
                       TO WS-SL-PEAK-DATE(7:2)
               END-IF
               MOVE WS-DRV-PEAK-QTY(WS-PER-SUB) TO WS-SL-PEAK-QTY
               MOVE WS-DRV-AVERAGE(WS-PER-SUB) TO WS-SL-AVERAGE
               MOVE WS-STAT-LINE TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
           END-PERFORM
           PERFORM VARYING WS-CMP-SUB FROM 2 BY 1 UNTIL WS-CMP-SUB > 3
               PERFORM 6200-COMPARE-PERIODS
               MOVE WS-PER-CHANGE-LABEL(WS-CMP-SUB) TO WS-CL-LABEL
               MOVE WS-CHG-TEXT(1) TO WS-CL-ISSUED
               MOVE WS-CHG-TEXT(2) TO WS-CL-BLOCKS
               MOVE WS-CHG-TEXT(3) TO WS-CL-VOIDS
               MOVE WS-CHG-TEXT(4) TO WS-CL-REISSUES
               MOVE WS-CHG-TEXT(5) TO WS-CL-NET
               MOVE WS-CHG-TEXT(6) TO WS-CL-PEAK-QTY
               MOVE WS-CHG-TEXT(7) TO WS-CL-AVERAGE
               MOVE WS-CHANGE-LINE TO VS-REPORT-LINE
               WRITE VS-REPORT-LINE
           END-PERFORM
           PERFORM 6300-WRITE-EXTRACT-ROWS.

      *  Net documents, the peak day (earliest on a tie) and the
      *  average per day for month WS-PER-SUB.
       6100-DERIVE-PERIOD.
           COMPUTE WS-DRV-NET(WS-PER-SUB) =
               WS-STA-ISSUED(WS-PER-SUB) - WS-STA-VOIDS(WS-PER-SUB)
           MOVE 0 TO WS-DRV-PEAK-DAY(WS-PER-SUB)
           MOVE 0 TO WS-DRV-PEAK-QTY(WS-PER-SUB)
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 31
               IF WS-STA-DAY-ISSUED(WS-PER-SUB, WS-DAY-SUB) >
                       WS-DRV-PEAK-QTY(WS-PER-SUB)
                   MOVE WS-STA-DAY-ISSUED(WS-PER-SUB, WS-DAY-SUB)
                       TO WS-DRV-PEAK-QTY(WS-PER-SUB)
                   MOVE WS-DAY-SUB TO WS-DRV-PEAK-DAY(WS-PER-SUB)
               END-IF
           END-PERFORM
           IF WS-PER-DAYS(WS-PER-SUB) > 0
               COMPUTE WS-DRV-AVERAGE(WS-PER-SUB) ROUNDED =
                   WS-STA-ISSUED(WS-PER-SUB) / WS-PER-DAYS(WS-PER-SUB)
           ELSE
               MOVE 0 TO WS-DRV-AVERAGE(WS-PER-SUB)
           END-IF.

      *  The report month's change against month WS-CMP-SUB; both
      *  must already be derived.
       6200-COMPARE-PERIODS.
           MOVE WS-STA-ISSUED(1) TO WS-PCT-CURRENT
           MOVE WS-STA-ISSUED(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(1)
           MOVE WS-STA-BLOCKS(1) TO WS-PCT-CURRENT
           MOVE WS-STA-BLOCKS(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(2)
           MOVE WS-STA-VOIDS(1) TO WS-PCT-CURRENT
           MOVE WS-STA-VOIDS(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(3)
           MOVE WS-STA-REISSUES(1) TO WS-PCT-CURRENT
           MOVE WS-STA-REISSUES(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(4)
           MOVE WS-DRV-NET(1) TO WS-PCT-CURRENT
           MOVE WS-DRV-NET(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(5)
           MOVE WS-DRV-PEAK-QTY(1) TO WS-PCT-CURRENT
           MOVE WS-DRV-PEAK-QTY(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(6)
           MOVE WS-DRV-AVERAGE(1) TO WS-PCT-CURRENT
           MOVE WS-DRV-AVERAGE(WS-CMP-SUB) TO WS-PCT-BASE
           PERFORM 6210-COMPUTE-CHANGE
           MOVE WS-PCT-TEXT TO WS-CHG-TEXT(7).

      *  Change in per cent, to one decimal, against the size of the
      *  base (a negative net base still reads as rise or fall).
      *  From nothing to something is NEW; past the printable
      *  maximum either way shows the maximum.
       6210-COMPUTE-CHANGE.
           IF WS-PCT-BASE = 0
               IF WS-PCT-CURRENT = 0
                   MOVE 0 TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-PCT-TEXT
               ELSE
                   MOVE "     NEW" TO WS-PCT-TEXT
               END-IF
           ELSE
               IF WS-PCT-BASE < 0
                   COMPUTE WS-PCT-WORK ROUNDED =
                       (WS-PCT-CURRENT - WS-PCT-BASE) * 100
                           / (0 - WS-PCT-BASE)
               ELSE
                   COMPUTE WS-PCT-WORK ROUNDED =
                       (WS-PCT-CURRENT - WS-PCT-BASE) * 100
                           / WS-PCT-BASE
               END-IF
               IF WS-PCT-WORK > 99999.9
                   MOVE 99999.9 TO WS-PCT-WORK
               END-IF
               IF WS-PCT-WORK < -99999.9
                   MOVE -99999.9 TO WS-PCT-WORK
               END-IF
               MOVE WS-PCT-WORK TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.

      *  The three extract rows for the key in WS-STAT-AREA; the
      *  comparison months carry the report month's change.
       6300-WRITE-EXTRACT-ROWS.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3
               PERFORM 6100-DERIVE-PERIOD
           END-PERFORM
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1 UNTIL WS-PER-SUB > 3
               MOVE WS-STAT-TYPE TO WS-XR-TYPE
               MOVE WS-STAT-KEY TO WS-XR-KEY
               MOVE WS-PER-CODE(WS-PER-SUB) TO WS-XR-PERIOD
               MOVE WS-PER-MONTH(WS-PER-SUB) TO WS-XR-MONTH
               MOVE WS-STAT-ACTIVE TO WS-XR-ACTIVE
               MOVE WS-STA-ISSUED(WS-PER-SUB) TO WS-XR-ISSUED
               MOVE WS-STA-BLOCKS(WS-PER-SUB) TO WS-XR-BLOCKS
               MOVE WS-STA-VOIDS(WS-PER-SUB) TO WS-XR-VOIDS
               MOVE WS-STA-REISSUES(WS-PER-SUB) TO WS-XR-REISSUES
               MOVE WS-DRV-NET(WS-PER-SUB) TO WS-XR-NET
               MOVE SPACES TO WS-XR-PEAK-DATE
               IF WS-DRV-PEAK-QTY(WS-PER-SUB) > 0
                   MOVE WS-PER-MONTH(WS-PER-SUB)
                       TO WS-XR-PEAK-DATE(1:6)
                   MOVE WS-DRV-PEAK-DAY(WS-PER-SUB)
                       TO WS-XR-PEAK-DATE(7:2)
               END-IF
               MOVE WS-DRV-PEAK-QTY(WS-PER-SUB) TO WS-XR-PEAK-QTY
               MOVE WS-DRV-AVERAGE(WS-PER-SUB) TO WS-XR-AVERAGE
               IF WS-PER-SUB = 1
                   MOVE SPACES TO WS-CHANGE-TABLE
               ELSE
                   MOVE WS-PER-SUB TO WS-CMP-SUB
                   PERFORM 6200-COMPARE-PERIODS
               END-IF
               MOVE WS-CHG-TEXT(1) TO WS-XR-CHG-ISSUED
               MOVE WS-CHG-TEXT(2) TO WS-XR-CHG-BLOCKS
               MOVE WS-CHG-TEXT(3) TO WS-XR-CHG-VOIDS
               MOVE WS-CHG-TEXT(4) TO WS-XR-CHG-REISSUES
               MOVE WS-CHG-TEXT(5) TO WS-XR-CHG-NET
               MOVE WS-CHG-TEXT(6) TO WS-XR-CHG-PEAK-QTY
               MOVE WS-CHG-TEXT(7) TO WS-XR-CHG-AVERAGE
               MOVE WS-EXTRACT-RECORD TO VX-RECORD
               WRITE VX-RECORD
               ADD 1 TO WS-EXTRACT-COUNT
           END-PERFORM.

      *  Which of the three months WS-KEY-DATE falls in (WS-PER-SUB,
      *  zero for none) and its day (WS-DAY-SUB). A date with no
      *  valid day is left out.
       7100-FIND-PERIOD.
           MOVE 0 TO WS-PER-SUB
           MOVE 0 TO WS-DAY-SUB
           IF WS-KEY-DATE(7:2) IS NUMERIC
               MOVE WS-KEY-DATE(7:2) TO WS-DAY-SUB
           END-IF
           IF WS-DAY-SUB >= 1 AND WS-DAY-SUB <= 31
               IF WS-KEY-DATE(1:6) = WS-PER-MONTH(1)
                   MOVE 1 TO WS-PER-SUB
               ELSE
                   IF WS-KEY-DATE(1:6) = WS-PER-MONTH(2)
                       MOVE 2 TO WS-PER-SUB
                   ELSE
                       IF WS-KEY-DATE(1:6) = WS-PER-MONTH(3)
                           MOVE 3 TO WS-PER-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8100-FIND-OR-ADD-COUNTER.
           MOVE "N" TO WS-CTR-FOUND-FLAG
           IF WS-CTR-TABLE-COUNT > 0
               SET WS-CTR-IDX TO 1
               SEARCH WS-CTR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CTR-COUNTER-ID(WS-CTR-IDX) =
                           WS-KEY-COUNTER-ID
                       SET WS-CTR-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-CTR-FOUND
               IF WS-CTR-TABLE-COUNT >= 500
                   DISPLAY "FATAL: MORE THAN 500 COUNTERS ON COUNTERF "
                       "AND THE REGISTERS - WS-CTR-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CTR-TABLE-COUNT
               SET WS-CTR-IDX TO WS-CTR-TABLE-COUNT
               MOVE WS-KEY-COUNTER-ID TO WS-CTR-COUNTER-ID(WS-CTR-IDX)
               MOVE "N" TO WS-CTR-ON-COUNTERF(WS-CTR-IDX)
               MOVE SPACES TO WS-CTR-STATUS-FLAG(WS-CTR-IDX)
               MOVE SPACES TO WS-CTR-NUMBER-PREFIX(WS-CTR-IDX)
               MOVE 0 TO WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
               MOVE ZEROS TO WS-CTR-STATS(WS-CTR-IDX)
           END-IF.

       8200-FIND-OR-ADD-SYSTEM.
           PERFORM 8210-FIND-SYSTEM
           IF NOT WS-SYS-FOUND
               IF WS-SYS-TABLE-COUNT >= 200
                   DISPLAY "FATAL: MORE THAN 200 REQUESTING SYSTEMS "
                       "- WS-SYS-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SYS-TABLE-COUNT
               SET WS-SYS-IDX TO WS-SYS-TABLE-COUNT
               MOVE WS-KEY-SYSTEM-ID TO WS-SYS-SYSTEM-ID(WS-SYS-IDX)
               MOVE ZEROS TO WS-SYS-STATS(WS-SYS-IDX)
           END-IF.

       8210-FIND-SYSTEM.
           MOVE "N" TO WS-SYS-FOUND-FLAG
           IF WS-SYS-TABLE-COUNT > 0
               SET WS-SYS-IDX TO 1
               SEARCH WS-SYS-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SYS-SYSTEM-ID(WS-SYS-IDX) =
                           WS-KEY-SYSTEM-ID
                       SET WS-SYS-FOUND TO TRUE
               END-SEARCH
           END-IF.

      *  Queues a void or reissue (WS-ATT-KEY-TYPE, the counter in
      *  WS-KEY-COUNTER-ID, cycle and number) for month WS-PER-SUB.
       8300-ADD-ATTRIBUTION.
           IF WS-ATT-TABLE-COUNT >= 20000
               DISPLAY "FATAL: MORE THAN 20000 VOIDS AND REISSUES IN "
                   "THE THREE MONTHS - WS-ATT-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ATT-TABLE-COUNT
           SET WS-ATT-IDX TO WS-ATT-TABLE-COUNT
           MOVE WS-ATT-KEY-TYPE TO WS-ATT-TYPE(WS-ATT-IDX)
           MOVE WS-PER-SUB TO WS-ATT-PERIOD(WS-ATT-IDX)
           MOVE WS-KEY-COUNTER-ID TO WS-ATT-COUNTER-ID(WS-ATT-IDX)
           MOVE WS-ATT-KEY-CYCLE TO WS-ATT-CYCLE(WS-ATT-IDX)
           MOVE WS-ATT-KEY-NUMBER TO WS-ATT-NUMBER(WS-ATT-IDX)
           MOVE SPACES TO WS-ATT-SYSTEM-ID(WS-ATT-IDX).
