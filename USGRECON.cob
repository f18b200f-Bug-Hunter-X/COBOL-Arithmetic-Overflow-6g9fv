       IDENTIFICATION DIVISION.
       PROGRAM-ID. USGRECON.
      *****************************************************************
      *  Reserved-number usage reconciliation companion to            *
      *  BUGSOLUTION. A NUMREQ block reservation answered GRANTED on  *
      *  NUMASGN only says which numbers a requesting system was      *
      *  handed, never which ones it actually put on a document. The  *
      *  systems now send back USAGEIN confirmations, per number or   *
      *  per range; this job keeps them on the USAGEREG register and  *
      *  matches every GRANTED range (checked against ISSUEREG) to    *
      *  the numbers confirmed used and the numbers already voided    *
      *  on VOIDREG. Whatever is left is reserved-but-unused, and is  *
      *  listed by requesting system with its age in days since the  *
      *  grant. Unused numbers older than the counter's aging limit   *
      *  (USGAGE, or the compiled-in default) are auto-voided into    *
      *  VOIDREG with the system reason code AUTO and operator        *
      *  SYSTEM, and the counter's JOBSUM issued-versus-voided        *
      *  accounting gets one zero-increment record carrying them, so  *
      *  auditors can tell a number nobody ever used from a genuine   *
      *  gap in the registers.                                        *
      *  A confirmation that does not fall wholly inside a range      *
      *  granted to the same system, or that covers a number already  *
      *  auto-voided, or a GRANTED range missing from ISSUEREG, is    *
      *  reported as an exception and the job ends with RETURN-CODE   *
      *  8. Unused numbers in a range missing from the register are   *
      *  never auto-voided - BUGSOLUTION would refuse the void, and   *
      *  so does this job.                                            *
      *  Runs after the nightly BUGSOLUTION step, never beside it:    *
      *  COUNTERF is read for the JOBSUM chain values.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AGE-PARM-FILE ASSIGN TO "USGAGE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL USAGE-TRAN-FILE ASSIGN TO "USAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL USAGE-REGISTER-FILE ASSIGN TO "USAGEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "NUMASGN"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ISSUE-REGISTER-FILE ASSIGN TO "ISSUEREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL VOID-REGISTER-FILE ASSIGN TO "VOIDREG"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL COUNTER-FILE ASSIGN TO "COUNTERF"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "JOBSUM"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT USAGE-REPORT-FILE ASSIGN TO "USGRECON.OUT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATE.

       FD  AGE-PARM-FILE.
           COPY USGAGE.

       FD  USAGE-TRAN-FILE.
           COPY USGTRAN.

       FD  USAGE-REGISTER-FILE.
           COPY USGREG.

       FD  ASSIGNMENT-FILE.
           COPY NUMASGN.

       FD  ISSUE-REGISTER-FILE.
           COPY ISSUEREG.

       FD  VOID-REGISTER-FILE.
           COPY VOIDREG.

       FD  COUNTER-FILE.
           COPY CTRREC.

       FD  SUMMARY-FILE.
           COPY JOBSUM.

       FD  USAGE-REPORT-FILE.
       01  UR-REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CD-FULL                  PIC X(21).
       01  WS-BUSINESS-DATE            PIC X(08).
       01  WS-BDTE-FOUND-FLAG          PIC X(01) VALUE "N".
           88  WS-BDTE-FOUND                    VALUE "Y".
       01  WS-TODAY-DATE               PIC X(08).
       01  WS-TODAY-NUM                PIC 9(08).
       01  WS-TODAY-INTEGER            PIC 9(08).
       01  WS-GRANT-NUM                PIC 9(08).

      *  Stamps for the records this job writes. Auto-voids carry a
      *  fixed reason and operator so they can never be mistaken for
      *  a void a clerk keyed.
       01  WS-AUTO-JOB-ID              PIC X(08) VALUE "USGRECON".
       01  WS-AUTO-RUN-ID              PIC X(08) VALUE "AUTOVOID".
       01  WS-AUTO-REASON-CODE         PIC X(04) VALUE "AUTO".
       01  WS-AUTO-OPERATOR-ID         PIC X(08) VALUE "SYSTEM".

      *  Days an unconfirmed number may sit before it is auto-voided,
      *  for a counter with no USGAGE record.
       01  WS-DEFAULT-AGE-LIMIT        PIC 9(04) VALUE 90.

       01  WS-EOF-FLAG                 PIC X(01) VALUE "N".
           88  WS-END-OF-PARM-FILE             VALUE "P".
           88  WS-END-OF-USAGE-TRAN-FILE       VALUE "U".
           88  WS-END-OF-USAGE-REGISTER        VALUE "R".
           88  WS-END-OF-ASSIGNMENT-FILE       VALUE "A".
           88  WS-END-OF-ISSUE-REGISTER        VALUE "G".
           88  WS-END-OF-VOID-REGISTER         VALUE "W".
           88  WS-END-OF-COUNTER-FILE          VALUE "C".
           88  WS-END-OF-BUSDATE-FILE          VALUE "B".

       01  WS-AGE-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AGE-TABLE-COUNT
                   INDEXED BY WS-AGE-IDX.
               10  WS-AGE-COUNTER-ID       PIC X(10).
               10  WS-AGE-LIMIT-DAYS       PIC 9(04).
       01  WS-AGE-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-AGE-FOUND                     VALUE "Y".
       01  WS-AGE-LIMIT                PIC 9(04).

      *  Every GRANTED range on NUMASGN, in the order granted, with
      *  its age in days and whether ISSUEREG carries it. This job
      *  must see every grant still owing an answer, so like
      *  ISSAUDIT its caps are audit-sized.
       01  WS-BLK-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-BLK-TABLE.
           05  WS-BLK-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-BLK-TABLE-COUNT
                   INDEXED BY WS-BLK-IDX.
               10  WS-BLK-SYSTEM-ID        PIC X(08).
               10  WS-BLK-COUNTER-ID       PIC X(10).
               10  WS-BLK-CYCLE            PIC 9(05).
               10  WS-BLK-FIRST-NUMBER     PIC 9(06).
               10  WS-BLK-LAST-NUMBER      PIC 9(06).
               10  WS-BLK-GRANT-DATE       PIC X(08).
               10  WS-BLK-AGE-DAYS         PIC 9(05).
               10  WS-BLK-ON-REGISTER      PIC X(01).

      *  The ISSUEREG spans for the (counter, cycle) keys the grants
      *  reference - the slice, not the file.
       01  WS-ISS-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-ISS-TABLE.
           05  WS-ISS-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-ISS-TABLE-COUNT
                   INDEXED BY WS-ISS-IDX.
               10  WS-ISS-COUNTER-ID       PIC X(10).
               10  WS-ISS-CYCLE            PIC 9(05).
               10  WS-ISS-FIRST-NUMBER     PIC 9(06).
               10  WS-ISS-LAST-NUMBER      PIC 9(06).

      *  The VOIDREG numbers for the same keys, plus every number
      *  this run auto-voids, so nothing is voided twice. The reason
      *  code tells an auto-void (AUTO) from a keyed one.
       01  WS-VRG-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-VRG-TABLE.
           05  WS-VRG-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-VRG-TABLE-COUNT
                   INDEXED BY WS-VRG-IDX.
               10  WS-VRG-COUNTER-ID       PIC X(10).
               10  WS-VRG-CYCLE            PIC 9(05).
               10  WS-VRG-NUMBER           PIC 9(06).
               10  WS-VRG-REASON-CODE      PIC X(04).
       01  WS-VRG-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-VRG-FOUND                     VALUE "Y".

      *  Every usage confirmation on the register, plus tonight's
      *  accepted USAGEIN records.
       01  WS-USE-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-USE-TABLE.
           05  WS-USE-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-USE-TABLE-COUNT
                   INDEXED BY WS-USE-IDX.
               10  WS-USE-SYSTEM-ID        PIC X(08).
               10  WS-USE-COUNTER-ID       PIC X(10).
               10  WS-USE-CYCLE            PIC 9(05).
               10  WS-USE-FIRST-NUMBER     PIC 9(06).
               10  WS-USE-LAST-NUMBER      PIC 9(06).

      *  (counter, cycle) key work area for the register slices.
       01  WS-KEY-COUNTER-ID           PIC X(10).
       01  WS-KEY-CYCLE                PIC 9(05).
       01  WS-KEY-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-KEY-FOUND                     VALUE "Y".

      *  One status byte per number in the range being matched:
      *  space = unused, "U" = confirmed used, "V" = voided. A
      *  granted range is one NUMREQ quantity at most, so 9999
      *  positions always hold it.
       01  WS-NUM-STATUS-TABLE.
           05  WS-NUM-STATUS OCCURS 9999 TIMES PIC X(01).
       01  WS-NUM-SUB                  PIC 9(05).
       01  WS-BLOCK-SIZE               PIC 9(06).
       01  WS-MARK-NUMBER              PIC 9(06).
       01  WS-MARK-LOW                 PIC 9(06).
       01  WS-MARK-HIGH                PIC 9(06).
       01  WS-RUN-OPEN-FLAG            PIC X(01) VALUE "N".
           88  WS-RUN-OPEN                      VALUE "Y".
       01  WS-RUN-START-SUB            PIC 9(05).
       01  WS-RUN-END-SUB              PIC 9(05).

      *  Every unused run found, held for the report so it can be
      *  printed grouped by requesting system.
       01  WS-UNU-TABLE-COUNT          PIC 9(05) VALUE 0.
       01  WS-UNU-TABLE.
           05  WS-UNU-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-UNU-TABLE-COUNT
                   INDEXED BY WS-UNU-IDX.
               10  WS-UNU-SYSTEM-ID        PIC X(08).
               10  WS-UNU-COUNTER-ID       PIC X(10).
               10  WS-UNU-CYCLE            PIC 9(05).
               10  WS-UNU-FIRST-NUMBER     PIC 9(06).
               10  WS-UNU-LAST-NUMBER      PIC 9(06).
               10  WS-UNU-COUNT            PIC 9(05).
               10  WS-UNU-GRANT-DATE       PIC X(08).
               10  WS-UNU-AGE-DAYS         PIC 9(05).
               10  WS-UNU-LIMIT            PIC 9(04).
               10  WS-UNU-ACTION           PIC X(12).
       01  WS-UNU-ACTION-WORK          PIC X(12).

      *  Per requesting system totals, with the unused numbers
      *  banded by age (0-30, 31-60, 61-90, over 90 days).
       01  WS-SYS-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-SYS-TABLE.
           05  WS-SYS-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-SYS-TABLE-COUNT
                   INDEXED BY WS-SYS-IDX.
               10  WS-SYS-SYSTEM-ID        PIC X(08).
               10  WS-SYS-RESERVED         PIC 9(07).
               10  WS-SYS-USED             PIC 9(07).
               10  WS-SYS-VOIDED           PIC 9(07).
               10  WS-SYS-UNUSED           PIC 9(07).
               10  WS-SYS-AUTO-VOIDED      PIC 9(07).
               10  WS-SYS-BAND             PIC 9(07) OCCURS 4 TIMES.
       01  WS-SYS-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-SYS-FOUND                     VALUE "Y".
       01  WS-KEY-SYSTEM-ID            PIC X(08).
       01  WS-BAND-SUB                 PIC 9(01).

      *  Usage confirmations refused, with the reason, for the
      *  exceptions section of the report.
       01  WS-EXC-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-EXC-TABLE-COUNT
                   INDEXED BY WS-EXC-IDX.
               10  WS-EXC-SYSTEM-ID        PIC X(08).
               10  WS-EXC-COUNTER-ID       PIC X(10).
               10  WS-EXC-CYCLE            PIC 9(05).
               10  WS-EXC-FIRST-NUMBER     PIC 9(06).
               10  WS-EXC-LAST-NUMBER      PIC 9(06).
               10  WS-EXC-REASON           PIC X(40).
       01  WS-EXC-REASON-WORK          PIC X(40).
       01  WS-USE-FIRST-WORK           PIC 9(06).
       01  WS-USE-LAST-WORK            PIC 9(06).
       01  WS-BLK-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-BLK-FOUND                     VALUE "Y".

      *  COUNTERF values for the JOBSUM records that carry the auto-
      *  voids, and the per-counter auto-void tally.
       01  WS-CTR-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-CTR-TABLE.
           05  WS-CTR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-CTR-TABLE-COUNT
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-COUNTER-ID       PIC X(10).
               10  WS-CTR-CURRENT-VALUE    PIC 9(06).
       01  WS-CTR-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-CTR-FOUND                     VALUE "Y".

       01  WS-AVT-TABLE-COUNT          PIC 9(04) VALUE 0.
       01  WS-AVT-TABLE.
           05  WS-AVT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-AVT-TABLE-COUNT
                   INDEXED BY WS-AVT-IDX.
               10  WS-AVT-COUNTER-ID       PIC X(10).
               10  WS-AVT-TALLY            PIC 9(06).
       01  WS-AVT-FOUND-FLAG           PIC X(01) VALUE "N".
           88  WS-AVT-FOUND                     VALUE "Y".

       01  WS-USAGE-READ-COUNT         PIC 9(05) VALUE 0.
       01  WS-USAGE-ACCEPT-COUNT       PIC 9(05) VALUE 0.
       01  WS-OFF-REGISTER-COUNT       PIC 9(05) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(05) VALUE 0.
       01  WS-TOTAL-UNUSED             PIC 9(07) VALUE 0.
       01  WS-TOTAL-AUTO-VOIDED        PIC 9(07) VALUE 0.

      *  Report line layouts, moved into UR-REPORT-LINE one at a
      *  time.
       01  WS-HDR-LINE.
           05  FILLER                  PIC X(43) VALUE
               "RESERVED NUMBER USAGE RECONCILIATION AS OF ".
           05  WS-HDR-DATE             PIC X(08).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-SYS-HDR-LINE.
           05  FILLER                  PIC X(07) VALUE "SYSTEM ".
           05  WS-SH-SYSTEM-ID         PIC X(08).
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-UNU-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UL-CYCLE             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UL-FIRST             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-UL-LAST              PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UL-COUNT             PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  GRANTED ".
           05  WS-UL-GRANT-DATE        PIC X(08).
           05  FILLER                  PIC X(06) VALUE "  AGE ".
           05  WS-UL-AGE               PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  LIMIT ".
           05  WS-UL-LIMIT             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-UL-ACTION            PIC X(12).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  WS-SYS-TOTAL-LINE.
           05  FILLER                  PIC X(16) VALUE
               "  TOTAL RESERVED".
           05  WS-ST-RESERVED          PIC ZZZZZZ9.
           05  FILLER                  PIC X(06) VALUE "  USED".
           05  WS-ST-USED              PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  VOIDED".
           05  WS-ST-VOIDED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  UNUSED".
           05  WS-ST-UNUSED            PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  AUTO-VOIDED".
           05  WS-ST-AUTO-VOIDED       PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-SYS-BAND-LINE.
           05  FILLER                  PIC X(21) VALUE
               "  UNUSED BY AGE  0-30".
           05  WS-SB-BAND-1            PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE "  31-60".
           05  WS-SB-BAND-2            PIC ZZZZZZ9.
           05  FILLER                  PIC X(07) VALUE "  61-90".
           05  WS-SB-BAND-3            PIC ZZZZZZ9.
           05  FILLER                  PIC X(09) VALUE "  OVER 90".
           05  WS-SB-BAND-4            PIC ZZZZZZ9.
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-EXC-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-SYSTEM-ID         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-COUNTER-ID        PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-CYCLE             PIC ZZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-FIRST             PIC 9(06).
           05  FILLER                  PIC X(01) VALUE "-".
           05  WS-EL-LAST              PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-EL-REASON            PIC X(40).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-TL-LABEL             PIC X(40).
           05  WS-TL-COUNT             PIC ZZZZZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 0040-LOAD-BUSINESS-DATE
           PERFORM 0050-SET-TODAY
           PERFORM 0100-LOAD-AGE-LIMITS
           PERFORM 0200-LOAD-GRANTED-BLOCKS
           PERFORM 0300-LOAD-ISSUE-REGISTER
           PERFORM 0400-LOAD-VOID-REGISTER
           PERFORM 0500-LOAD-USAGE-REGISTER
           PERFORM 0600-SCREEN-USAGE-FEED
           PERFORM 0700-LOAD-COUNTER-TABLE
           PERFORM 1000-MATCH-GRANTED-BLOCKS
           PERFORM 1500-WRITE-VOID-SUMMARIES
           PERFORM 2000-WRITE-USAGE-REPORT
           DISPLAY "USGRECON COMPLETE AS OF " WS-TODAY-DATE
           DISPLAY "Usage confirmations read     : "
               WS-USAGE-READ-COUNT
           DISPLAY "Usage confirmations accepted : "
               WS-USAGE-ACCEPT-COUNT
           DISPLAY "Reserved numbers unused      : " WS-TOTAL-UNUSED
           DISPLAY "Numbers auto-voided          : "
               WS-TOTAL-AUTO-VOIDED
           DISPLAY "Exceptions                   : "
               WS-EXCEPTION-COUNT
           IF WS-EXCEPTION-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *  Records are stamped with the business date from BUSDATE,
      *  not the wall-clock date, so a cycle that runs past midnight
      *  posts one night's work under one date and a rerun reposts
      *  under the original one; only EODROLL moves it on. A missing
      *  or unreadable BUSDATE falls back to today, loudly.
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

       0050-SET-TODAY.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-TODAY-NUM
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).

       0100-LOAD-AGE-LIMITS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AGE-PARM-FILE
           PERFORM UNTIL WS-END-OF-PARM-FILE
               READ AGE-PARM-FILE
                   AT END
                       SET WS-END-OF-PARM-FILE TO TRUE
                   NOT AT END
                       IF WS-AGE-TABLE-COUNT >= 100
                           DISPLAY "FATAL: USGAGE HAS MORE THAN 100 "
                               "RECORDS - WS-AGE-TABLE IS FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-AGE-TABLE-COUNT
                       SET WS-AGE-IDX TO WS-AGE-TABLE-COUNT
                       MOVE UAGE-COUNTER-ID
                           TO WS-AGE-COUNTER-ID(WS-AGE-IDX)
                       MOVE 0 TO WS-AGE-LIMIT-DAYS(WS-AGE-IDX)
                       IF UAGE-LIMIT-DAYS IS NUMERIC
                           MOVE UAGE-LIMIT-DAYS
                               TO WS-AGE-LIMIT-DAYS(WS-AGE-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGE-PARM-FILE.

      *  Only GRANTED records are reservations; a REJECTED answer
      *  handed out nothing. The age is whole days since the grant
      *  was logged - a grant date that is not a date ages as zero,
      *  so it is reported but never auto-voided on a guess.
       0200-LOAD-GRANTED-BLOCKS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ASSIGNMENT-FILE
           PERFORM UNTIL WS-END-OF-ASSIGNMENT-FILE
               READ ASSIGNMENT-FILE
                   AT END
                       SET WS-END-OF-ASSIGNMENT-FILE TO TRUE
                   NOT AT END
                       IF ASGN-RESULT = "GRANTED"
                           PERFORM 0210-ADD-GRANTED-BLOCK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ASSIGNMENT-FILE.

       0210-ADD-GRANTED-BLOCK.
           IF WS-BLK-TABLE-COUNT >= 5000
               DISPLAY "FATAL: NUMASGN HAS MORE THAN 5000 GRANTED "
                   "RANGES - WS-BLK-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BLK-TABLE-COUNT
           SET WS-BLK-IDX TO WS-BLK-TABLE-COUNT
           MOVE ASGN-SYSTEM-ID    TO WS-BLK-SYSTEM-ID(WS-BLK-IDX)
           MOVE ASGN-COUNTER-ID   TO WS-BLK-COUNTER-ID(WS-BLK-IDX)
           MOVE ASGN-CYCLE-NUMBER TO WS-BLK-CYCLE(WS-BLK-IDX)
           MOVE ASGN-FIRST-NUMBER TO WS-BLK-FIRST-NUMBER(WS-BLK-IDX)
           MOVE ASGN-LAST-NUMBER  TO WS-BLK-LAST-NUMBER(WS-BLK-IDX)
           MOVE ASGN-LOG-DATE     TO WS-BLK-GRANT-DATE(WS-BLK-IDX)
           MOVE "N"               TO WS-BLK-ON-REGISTER(WS-BLK-IDX)
           MOVE 0                 TO WS-BLK-AGE-DAYS(WS-BLK-IDX)
           IF ASGN-LOG-DATE IS NUMERIC AND
                   ASGN-LOG-DATE <= WS-TODAY-DATE
               MOVE ASGN-LOG-DATE TO WS-GRANT-NUM
               COMPUTE WS-BLK-AGE-DAYS(WS-BLK-IDX) =
                   WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-GRANT-NUM)
           END-IF.

      *  A granted range is on the register when one ISSUEREG span
      *  for its counter and cycle covers it end to end - BUGSOLUTION
      *  writes the register segment and the NUMASGN answer from the
      *  same (cycle, first, last) triplet.
       0300-LOAD-ISSUE-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ISSUE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-ISSUE-REGISTER
               READ ISSUE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-ISSUE-REGISTER TO TRUE
                   NOT AT END
                       MOVE REG-COUNTER-ID   TO WS-KEY-COUNTER-ID
                       MOVE REG-CYCLE-NUMBER TO WS-KEY-CYCLE
                       PERFORM 8000-FIND-BLOCK-KEY
                       IF WS-KEY-FOUND
                           IF WS-ISS-TABLE-COUNT >= 5000
                               DISPLAY "FATAL: ISSUEREG HAS MORE "
                                   "THAN 5000 RANGE RECORDS FOR THE "
                                   "GRANTED COUNTER CYCLES - "
                                   "WS-ISS-TABLE IS FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ISS-TABLE-COUNT
                           SET WS-ISS-IDX TO WS-ISS-TABLE-COUNT
                           MOVE REG-COUNTER-ID
                               TO WS-ISS-COUNTER-ID(WS-ISS-IDX)
                           MOVE REG-CYCLE-NUMBER
                               TO WS-ISS-CYCLE(WS-ISS-IDX)
                           MOVE REG-FIRST-NUMBER
                               TO WS-ISS-FIRST-NUMBER(WS-ISS-IDX)
                           MOVE REG-LAST-NUMBER
                               TO WS-ISS-LAST-NUMBER(WS-ISS-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ISSUE-REGISTER-FILE
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-TABLE-COUNT
               PERFORM VARYING WS-ISS-IDX FROM 1 BY 1
                       UNTIL WS-ISS-IDX > WS-ISS-TABLE-COUNT
                   IF WS-ISS-COUNTER-ID(WS-ISS-IDX) =
                           WS-BLK-COUNTER-ID(WS-BLK-IDX)
                           AND WS-ISS-CYCLE(WS-ISS-IDX) =
                               WS-BLK-CYCLE(WS-BLK-IDX)
                           AND WS-ISS-FIRST-NUMBER(WS-ISS-IDX) <=
                               WS-BLK-FIRST-NUMBER(WS-BLK-IDX)
                           AND WS-ISS-LAST-NUMBER(WS-ISS-IDX) >=
                               WS-BLK-LAST-NUMBER(WS-BLK-IDX)
                       MOVE "Y" TO WS-BLK-ON-REGISTER(WS-BLK-IDX)
                   END-IF
               END-PERFORM
               IF WS-BLK-ON-REGISTER(WS-BLK-IDX) NOT = "Y"
                   ADD 1 TO WS-OFF-REGISTER-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-PERFORM.

       0400-LOAD-VOID-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT VOID-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-VOID-REGISTER
               READ VOID-REGISTER-FILE
                   AT END
                       SET WS-END-OF-VOID-REGISTER TO TRUE
                   NOT AT END
                       MOVE VREG-COUNTER-ID   TO WS-KEY-COUNTER-ID
                       MOVE VREG-CYCLE-NUMBER TO WS-KEY-CYCLE
                       PERFORM 8000-FIND-BLOCK-KEY
                       IF WS-KEY-FOUND
                           PERFORM 8400-ADD-VOIDED-NUMBER
                           MOVE VREG-COUNTER-ID
                               TO WS-VRG-COUNTER-ID(WS-VRG-IDX)
                           MOVE VREG-CYCLE-NUMBER
                               TO WS-VRG-CYCLE(WS-VRG-IDX)
                           MOVE VREG-NUMBER
                               TO WS-VRG-NUMBER(WS-VRG-IDX)
                           MOVE VREG-REASON-CODE
                               TO WS-VRG-REASON-CODE(WS-VRG-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VOID-REGISTER-FILE.

       0500-LOAD-USAGE-REGISTER.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT USAGE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-USAGE-REGISTER
               READ USAGE-REGISTER-FILE
                   AT END
                       SET WS-END-OF-USAGE-REGISTER TO TRUE
                   NOT AT END
                       PERFORM 8500-ADD-USAGE-ENTRY
                       MOVE UREG-SYSTEM-ID
                           TO WS-USE-SYSTEM-ID(WS-USE-IDX)
                       MOVE UREG-COUNTER-ID
                           TO WS-USE-COUNTER-ID(WS-USE-IDX)
                       MOVE UREG-CYCLE-NUMBER
                           TO WS-USE-CYCLE(WS-USE-IDX)
                       MOVE UREG-FIRST-NUMBER
                           TO WS-USE-FIRST-NUMBER(WS-USE-IDX)
                       MOVE UREG-LAST-NUMBER
                           TO WS-USE-LAST-NUMBER(WS-USE-IDX)
               END-READ
           END-PERFORM
           CLOSE USAGE-REGISTER-FILE.

      *  A confirmation is accepted only when its whole range lies
      *  inside one range NUMASGN granted to the same system for the
      *  same counter and cycle - a system cannot confirm numbers it
      *  was never handed, and a confirmation straddling two grants
      *  is sent back to be split. Nor may it cover a number an
      *  earlier run auto-voided: that number is on VOIDREG as never
      *  put on a document, so a document carrying it has to be
      *  looked into, not quietly confirmed. Accepted ones go
      *  straight onto the register; refused ones are listed with
      *  the reason.
       0600-SCREEN-USAGE-FEED.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT USAGE-TRAN-FILE
           OPEN EXTEND USAGE-REGISTER-FILE
           PERFORM UNTIL WS-END-OF-USAGE-TRAN-FILE
               READ USAGE-TRAN-FILE
                   AT END
                       SET WS-END-OF-USAGE-TRAN-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-USAGE-READ-COUNT
                       PERFORM 0610-SCREEN-ONE-USAGE
               END-READ
           END-PERFORM
           CLOSE USAGE-TRAN-FILE
           CLOSE USAGE-REGISTER-FILE.

       0610-SCREEN-ONE-USAGE.
           MOVE SPACES TO WS-EXC-REASON-WORK
           MOVE 0 TO WS-USE-FIRST-WORK
           MOVE 0 TO WS-USE-LAST-WORK
           IF UTRN-FIRST-NUMBER IS NOT NUMERIC OR
                   UTRN-FIRST-NUMBER = 0 OR
                   UTRN-CYCLE-NUMBER IS NOT NUMERIC
               MOVE "CYCLE OR FIRST NUMBER MISSING"
                   TO WS-EXC-REASON-WORK
           ELSE
               MOVE UTRN-FIRST-NUMBER TO WS-USE-FIRST-WORK
               MOVE UTRN-FIRST-NUMBER TO WS-USE-LAST-WORK
               IF UTRN-LAST-NUMBER IS NUMERIC AND
                       UTRN-LAST-NUMBER NOT = 0
                   MOVE UTRN-LAST-NUMBER TO WS-USE-LAST-WORK
               END-IF
               IF WS-USE-LAST-WORK < WS-USE-FIRST-WORK
                   MOVE "LAST NUMBER BEFORE FIRST NUMBER"
                       TO WS-EXC-REASON-WORK
               ELSE
                   MOVE "N" TO WS-BLK-FOUND-FLAG
                   IF WS-BLK-TABLE-COUNT > 0
                       SET WS-BLK-IDX TO 1
                       SEARCH WS-BLK-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-BLK-SYSTEM-ID(WS-BLK-IDX) =
                                   UTRN-SYSTEM-ID
                                   AND WS-BLK-COUNTER-ID(WS-BLK-IDX) =
                                       UTRN-COUNTER-ID
                                   AND WS-BLK-CYCLE(WS-BLK-IDX) =
                                       UTRN-CYCLE-NUMBER
                                   AND WS-BLK-FIRST-NUMBER(WS-BLK-IDX)
                                       <= WS-USE-FIRST-WORK
                                   AND WS-BLK-LAST-NUMBER(WS-BLK-IDX)
                                       >= WS-USE-LAST-WORK
                               SET WS-BLK-FOUND TO TRUE
                       END-SEARCH
                   END-IF
                   IF NOT WS-BLK-FOUND
                       MOVE "NOT INSIDE A RANGE GRANTED TO THE SYSTEM"
                           TO WS-EXC-REASON-WORK
                   ELSE
                       MOVE "N" TO WS-VRG-FOUND-FLAG
                       IF WS-VRG-TABLE-COUNT > 0
                           SET WS-VRG-IDX TO 1
                           SEARCH WS-VRG-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-VRG-REASON-CODE(WS-VRG-IDX) =
                                       WS-AUTO-REASON-CODE
                                       AND WS-VRG-COUNTER-ID(WS-VRG-IDX)
                                           = UTRN-COUNTER-ID
                                       AND WS-VRG-CYCLE(WS-VRG-IDX) =
                                           UTRN-CYCLE-NUMBER
                                       AND WS-VRG-NUMBER(WS-VRG-IDX)
                                           >= WS-USE-FIRST-WORK
                                       AND WS-VRG-NUMBER(WS-VRG-IDX)
                                           <= WS-USE-LAST-WORK
                                   SET WS-VRG-FOUND TO TRUE
                           END-SEARCH
                       END-IF
                       IF WS-VRG-FOUND
                           MOVE "NUMBER ALREADY AUTO-VOIDED"
                               TO WS-EXC-REASON-WORK
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-EXC-REASON-WORK = SPACES
               PERFORM 0620-ACCEPT-USAGE
           ELSE
               PERFORM 0630-REFUSE-USAGE
           END-IF.

       0620-ACCEPT-USAGE.
           ADD 1 TO WS-USAGE-ACCEPT-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO UREG-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO UREG-LOG-TIME
           MOVE UTRN-SYSTEM-ID        TO UREG-SYSTEM-ID
           MOVE UTRN-COUNTER-ID       TO UREG-COUNTER-ID
           MOVE UTRN-CYCLE-NUMBER     TO UREG-CYCLE-NUMBER
           MOVE WS-USE-FIRST-WORK     TO UREG-FIRST-NUMBER
           MOVE WS-USE-LAST-WORK      TO UREG-LAST-NUMBER
           MOVE UTRN-USED-DATE        TO UREG-USED-DATE
           WRITE UREG-RECORD
           PERFORM 8500-ADD-USAGE-ENTRY
           MOVE UTRN-SYSTEM-ID    TO WS-USE-SYSTEM-ID(WS-USE-IDX)
           MOVE UTRN-COUNTER-ID   TO WS-USE-COUNTER-ID(WS-USE-IDX)
           MOVE UTRN-CYCLE-NUMBER TO WS-USE-CYCLE(WS-USE-IDX)
           MOVE WS-USE-FIRST-WORK TO WS-USE-FIRST-NUMBER(WS-USE-IDX)
           MOVE WS-USE-LAST-WORK  TO WS-USE-LAST-NUMBER(WS-USE-IDX).

       0630-REFUSE-USAGE.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "USAGE REFUSED: SYSTEM " UTRN-SYSTEM-ID " "
               UTRN-COUNTER-ID " - " WS-EXC-REASON-WORK
           IF WS-EXC-TABLE-COUNT < 1000
               ADD 1 TO WS-EXC-TABLE-COUNT
               SET WS-EXC-IDX TO WS-EXC-TABLE-COUNT
               MOVE UTRN-SYSTEM-ID  TO WS-EXC-SYSTEM-ID(WS-EXC-IDX)
               MOVE UTRN-COUNTER-ID TO WS-EXC-COUNTER-ID(WS-EXC-IDX)
               MOVE 0 TO WS-EXC-CYCLE(WS-EXC-IDX)
               IF UTRN-CYCLE-NUMBER IS NUMERIC
                   MOVE UTRN-CYCLE-NUMBER
                       TO WS-EXC-CYCLE(WS-EXC-IDX)
               END-IF
               MOVE WS-USE-FIRST-WORK
                   TO WS-EXC-FIRST-NUMBER(WS-EXC-IDX)
               MOVE WS-USE-LAST-WORK
                   TO WS-EXC-LAST-NUMBER(WS-EXC-IDX)
               MOVE WS-EXC-REASON-WORK TO WS-EXC-REASON(WS-EXC-IDX)
           END-IF.

       0700-LOAD-COUNTER-TABLE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT COUNTER-FILE
           PERFORM UNTIL WS-END-OF-COUNTER-FILE
               READ COUNTER-FILE
                   AT END
                       SET WS-END-OF-COUNTER-FILE TO TRUE
                   NOT AT END
                       IF WS-CTR-TABLE-COUNT >= 100
                           DISPLAY "FATAL: COUNTER-FILE HAS MORE "
                               "THAN 100 RECORDS - WS-CTR-TABLE IS "
                               "FULL"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CTR-TABLE-COUNT
                       SET WS-CTR-IDX TO WS-CTR-TABLE-COUNT
                       MOVE CTR-COUNTER-ID
                           TO WS-CTR-COUNTER-ID(WS-CTR-IDX)
                       MOVE CTR-CURRENT-VALUE
                           TO WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
               END-READ
           END-PERFORM
           CLOSE COUNTER-FILE.

      *  Each granted range is laid out one status byte per number:
      *  numbers a confirmation covers are used, numbers on VOIDREG
      *  are voided (a keyed void after use still accounts for the
      *  number; a confirmation for an auto-voided one was refused
      *  at the screen), and every run of numbers left unmarked is
      *  one unused line on the report.
       1000-MATCH-GRANTED-BLOCKS.
           OPEN EXTEND VOID-REGISTER-FILE
           PERFORM VARYING WS-BLK-IDX FROM 1 BY 1
                   UNTIL WS-BLK-IDX > WS-BLK-TABLE-COUNT
               PERFORM 1100-MATCH-ONE-BLOCK
           END-PERFORM
           CLOSE VOID-REGISTER-FILE.

       1100-MATCH-ONE-BLOCK.
           COMPUTE WS-BLOCK-SIZE =
               WS-BLK-LAST-NUMBER(WS-BLK-IDX)
               - WS-BLK-FIRST-NUMBER(WS-BLK-IDX) + 1
           IF WS-BLOCK-SIZE > 9999
               DISPLAY "FATAL: NUMASGN RANGE "
                   WS-BLK-COUNTER-ID(WS-BLK-IDX) " "
                   WS-BLK-FIRST-NUMBER(WS-BLK-IDX) "-"
                   WS-BLK-LAST-NUMBER(WS-BLK-IDX)
                   " IS LARGER THAN ONE REQUEST CAN GRANT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > WS-BLOCK-SIZE
               MOVE SPACE TO WS-NUM-STATUS(WS-NUM-SUB)
           END-PERFORM
           PERFORM VARYING WS-USE-IDX FROM 1 BY 1
                   UNTIL WS-USE-IDX > WS-USE-TABLE-COUNT
               IF WS-USE-SYSTEM-ID(WS-USE-IDX) =
                       WS-BLK-SYSTEM-ID(WS-BLK-IDX)
                       AND WS-USE-COUNTER-ID(WS-USE-IDX) =
                           WS-BLK-COUNTER-ID(WS-BLK-IDX)
                       AND WS-USE-CYCLE(WS-USE-IDX) =
                           WS-BLK-CYCLE(WS-BLK-IDX)
                       AND WS-USE-FIRST-NUMBER(WS-USE-IDX) <=
                           WS-BLK-LAST-NUMBER(WS-BLK-IDX)
                       AND WS-USE-LAST-NUMBER(WS-USE-IDX) >=
                           WS-BLK-FIRST-NUMBER(WS-BLK-IDX)
                   PERFORM 1110-MARK-USED-RANGE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VRG-IDX FROM 1 BY 1
                   UNTIL WS-VRG-IDX > WS-VRG-TABLE-COUNT
               IF WS-VRG-COUNTER-ID(WS-VRG-IDX) =
                       WS-BLK-COUNTER-ID(WS-BLK-IDX)
                       AND WS-VRG-CYCLE(WS-VRG-IDX) =
                           WS-BLK-CYCLE(WS-BLK-IDX)
                       AND WS-VRG-NUMBER(WS-VRG-IDX) >=
                           WS-BLK-FIRST-NUMBER(WS-BLK-IDX)
                       AND WS-VRG-NUMBER(WS-VRG-IDX) <=
                           WS-BLK-LAST-NUMBER(WS-BLK-IDX)
                   COMPUTE WS-NUM-SUB =
                       WS-VRG-NUMBER(WS-VRG-IDX)
                       - WS-BLK-FIRST-NUMBER(WS-BLK-IDX) + 1
                   MOVE "V" TO WS-NUM-STATUS(WS-NUM-SUB)
               END-IF
           END-PERFORM
           MOVE WS-BLK-COUNTER-ID(WS-BLK-IDX) TO WS-KEY-COUNTER-ID
           PERFORM 8100-SET-AGE-LIMIT
           MOVE WS-BLK-SYSTEM-ID(WS-BLK-IDX) TO WS-KEY-SYSTEM-ID
           PERFORM 8200-FIND-OR-ADD-SYSTEM
           ADD WS-BLOCK-SIZE TO WS-SYS-RESERVED(WS-SYS-IDX)
           MOVE "N" TO WS-RUN-OPEN-FLAG
           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > WS-BLOCK-SIZE
               IF WS-NUM-STATUS(WS-NUM-SUB) = SPACE
                   IF NOT WS-RUN-OPEN
                       SET WS-RUN-OPEN TO TRUE
                       MOVE WS-NUM-SUB TO WS-RUN-START-SUB
                   END-IF
               ELSE
                   IF WS-NUM-STATUS(WS-NUM-SUB) = "U"
                       ADD 1 TO WS-SYS-USED(WS-SYS-IDX)
                   ELSE
                       ADD 1 TO WS-SYS-VOIDED(WS-SYS-IDX)
                   END-IF
                   IF WS-RUN-OPEN
                       COMPUTE WS-RUN-END-SUB = WS-NUM-SUB - 1
                       PERFORM 1200-CLOSE-UNUSED-RUN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-RUN-OPEN
               MOVE WS-BLOCK-SIZE TO WS-RUN-END-SUB
               PERFORM 1200-CLOSE-UNUSED-RUN
           END-IF.

       1110-MARK-USED-RANGE.
           MOVE WS-USE-FIRST-NUMBER(WS-USE-IDX) TO WS-MARK-LOW
           IF WS-MARK-LOW < WS-BLK-FIRST-NUMBER(WS-BLK-IDX)
               MOVE WS-BLK-FIRST-NUMBER(WS-BLK-IDX) TO WS-MARK-LOW
           END-IF
           MOVE WS-USE-LAST-NUMBER(WS-USE-IDX) TO WS-MARK-HIGH
           IF WS-MARK-HIGH > WS-BLK-LAST-NUMBER(WS-BLK-IDX)
               MOVE WS-BLK-LAST-NUMBER(WS-BLK-IDX) TO WS-MARK-HIGH
           END-IF
           PERFORM VARYING WS-MARK-NUMBER FROM WS-MARK-LOW BY 1
                   UNTIL WS-MARK-NUMBER > WS-MARK-HIGH
               COMPUTE WS-NUM-SUB =
                   WS-MARK-NUMBER - WS-BLK-FIRST-NUMBER(WS-BLK-IDX) + 1
               MOVE "U" TO WS-NUM-STATUS(WS-NUM-SUB)
           END-PERFORM.

      *  One unused run of the current range. It is auto-voided only
      *  when the range is on the register, the counter's limit is
      *  not zero, and the grant is older than the limit; otherwise
      *  it is reported and left for the requesting system to
      *  confirm.
       1200-CLOSE-UNUSED-RUN.
           MOVE "N" TO WS-RUN-OPEN-FLAG
           IF WS-BLK-ON-REGISTER(WS-BLK-IDX) NOT = "Y"
               MOVE "OFF REGISTER" TO WS-UNU-ACTION-WORK
           ELSE
               IF WS-AGE-LIMIT = 0
                   MOVE "NO AUTO-VOID" TO WS-UNU-ACTION-WORK
               ELSE
                   IF WS-BLK-AGE-DAYS(WS-BLK-IDX) > WS-AGE-LIMIT
                       MOVE "AUTO-VOIDED" TO WS-UNU-ACTION-WORK
                   ELSE
                       MOVE "UNUSED" TO WS-UNU-ACTION-WORK
                   END-IF
               END-IF
           END-IF
           IF WS-UNU-TABLE-COUNT >= 5000
               DISPLAY "FATAL: MORE THAN 5000 UNUSED RANGES - "
                   "WS-UNU-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-UNU-TABLE-COUNT
           SET WS-UNU-IDX TO WS-UNU-TABLE-COUNT
           MOVE WS-BLK-SYSTEM-ID(WS-BLK-IDX)
               TO WS-UNU-SYSTEM-ID(WS-UNU-IDX)
           MOVE WS-BLK-COUNTER-ID(WS-BLK-IDX)
               TO WS-UNU-COUNTER-ID(WS-UNU-IDX)
           MOVE WS-BLK-CYCLE(WS-BLK-IDX) TO WS-UNU-CYCLE(WS-UNU-IDX)
           COMPUTE WS-UNU-FIRST-NUMBER(WS-UNU-IDX) =
               WS-BLK-FIRST-NUMBER(WS-BLK-IDX) + WS-RUN-START-SUB - 1
           COMPUTE WS-UNU-LAST-NUMBER(WS-UNU-IDX) =
               WS-BLK-FIRST-NUMBER(WS-BLK-IDX) + WS-RUN-END-SUB - 1
           COMPUTE WS-UNU-COUNT(WS-UNU-IDX) =
               WS-RUN-END-SUB - WS-RUN-START-SUB + 1
           MOVE WS-BLK-GRANT-DATE(WS-BLK-IDX)
               TO WS-UNU-GRANT-DATE(WS-UNU-IDX)
           MOVE WS-BLK-AGE-DAYS(WS-BLK-IDX)
               TO WS-UNU-AGE-DAYS(WS-UNU-IDX)
           MOVE WS-AGE-LIMIT TO WS-UNU-LIMIT(WS-UNU-IDX)
           MOVE WS-UNU-ACTION-WORK TO WS-UNU-ACTION(WS-UNU-IDX)
           IF WS-UNU-ACTION-WORK = "AUTO-VOIDED"
               ADD WS-UNU-COUNT(WS-UNU-IDX)
                   TO WS-SYS-AUTO-VOIDED(WS-SYS-IDX)
               ADD WS-UNU-COUNT(WS-UNU-IDX) TO WS-TOTAL-AUTO-VOIDED
               PERFORM VARYING WS-MARK-NUMBER
                       FROM WS-UNU-FIRST-NUMBER(WS-UNU-IDX) BY 1
                       UNTIL WS-MARK-NUMBER >
                           WS-UNU-LAST-NUMBER(WS-UNU-IDX)
                   PERFORM 1210-AUTO-VOID-NUMBER
               END-PERFORM
           ELSE
               ADD WS-UNU-COUNT(WS-UNU-IDX)
                   TO WS-SYS-UNUSED(WS-SYS-IDX)
               ADD WS-UNU-COUNT(WS-UNU-IDX) TO WS-TOTAL-UNUSED
               IF WS-BLK-AGE-DAYS(WS-BLK-IDX) <= 30
                   MOVE 1 TO WS-BAND-SUB
               ELSE
                   IF WS-BLK-AGE-DAYS(WS-BLK-IDX) <= 60
                       MOVE 2 TO WS-BAND-SUB
                   ELSE
                       IF WS-BLK-AGE-DAYS(WS-BLK-IDX) <= 90
                           MOVE 3 TO WS-BAND-SUB
                       ELSE
                           MOVE 4 TO WS-BAND-SUB
                       END-IF
                   END-IF
               END-IF
               ADD WS-UNU-COUNT(WS-UNU-IDX)
                   TO WS-SYS-BAND(WS-SYS-IDX, WS-BAND-SUB)
           END-IF.

      *  The auto-void is an ordinary VOIDREG record - the same
      *  register a keyed void lands on - under the system reason
      *  code and operator, and it joins the in-core void slice so
      *  an overlapping range later in the table sees it.
       1210-AUTO-VOID-NUMBER.
           MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
           MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
           MOVE WS-CD-FULL(1:8)       TO VREG-LOG-DATE
           MOVE WS-CD-FULL(9:6)       TO VREG-LOG-TIME
           MOVE WS-AUTO-JOB-ID        TO VREG-JOB-ID
           MOVE WS-AUTO-RUN-ID        TO VREG-RUN-ID
           MOVE WS-BLK-COUNTER-ID(WS-BLK-IDX) TO VREG-COUNTER-ID
           MOVE WS-BLK-CYCLE(WS-BLK-IDX)      TO VREG-CYCLE-NUMBER
           MOVE WS-MARK-NUMBER        TO VREG-NUMBER
           MOVE WS-AUTO-REASON-CODE   TO VREG-REASON-CODE
           MOVE WS-AUTO-OPERATOR-ID   TO VREG-OPERATOR-ID
           WRITE VREG-RECORD
           PERFORM 8400-ADD-VOIDED-NUMBER
           MOVE VREG-COUNTER-ID   TO WS-VRG-COUNTER-ID(WS-VRG-IDX)
           MOVE VREG-CYCLE-NUMBER TO WS-VRG-CYCLE(WS-VRG-IDX)
           MOVE VREG-NUMBER       TO WS-VRG-NUMBER(WS-VRG-IDX)
           MOVE VREG-REASON-CODE  TO WS-VRG-REASON-CODE(WS-VRG-IDX)
           MOVE "N" TO WS-AVT-FOUND-FLAG
           IF WS-AVT-TABLE-COUNT > 0
               SET WS-AVT-IDX TO 1
               SEARCH WS-AVT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AVT-COUNTER-ID(WS-AVT-IDX) =
                           VREG-COUNTER-ID
                       SET WS-AVT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT WS-AVT-FOUND
               IF WS-AVT-TABLE-COUNT >= 100
                   DISPLAY "FATAL: AUTO-VOIDS SPAN MORE THAN 100 "
                       "COUNTER-IDS - WS-AVT-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-AVT-TABLE-COUNT
               SET WS-AVT-IDX TO WS-AVT-TABLE-COUNT
               MOVE VREG-COUNTER-ID TO WS-AVT-COUNTER-ID(WS-AVT-IDX)
               MOVE 0 TO WS-AVT-TALLY(WS-AVT-IDX)
           END-IF
           ADD 1 TO WS-AVT-TALLY(WS-AVT-IDX).

      *  The auto-voids reach the issued-versus-voided accounting the
      *  way BUGSOLUTION's voids for a counter with no issuing run
      *  do: one JOBSUM record per counter with zero increments and
      *  starting = ending = the counter's current value, so the
      *  JOBSUM chain CTRRECON checks stays whole. A counter no
      *  longer on COUNTERF is retired; its voids stand in VOIDREG.
       1500-WRITE-VOID-SUMMARIES.
           PERFORM VARYING WS-AVT-IDX FROM 1 BY 1
                   UNTIL WS-AVT-IDX > WS-AVT-TABLE-COUNT
               MOVE "N" TO WS-CTR-FOUND-FLAG
               IF WS-CTR-TABLE-COUNT > 0
                   SET WS-CTR-IDX TO 1
                   SEARCH WS-CTR-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CTR-COUNTER-ID(WS-CTR-IDX) =
                               WS-AVT-COUNTER-ID(WS-AVT-IDX)
                           SET WS-CTR-FOUND TO TRUE
                   END-SEARCH
               END-IF
               IF WS-CTR-FOUND
                   MOVE FUNCTION CURRENT-DATE TO WS-CD-FULL
                   MOVE WS-BUSINESS-DATE TO WS-CD-FULL(1:8)
                   MOVE WS-CD-FULL(1:8)     TO JOBSUM-LOG-DATE
                   MOVE WS-CD-FULL(9:6)     TO JOBSUM-LOG-TIME
                   MOVE WS-AUTO-JOB-ID      TO JOBSUM-JOB-ID
                   MOVE WS-AUTO-RUN-ID      TO JOBSUM-RUN-ID
                   MOVE WS-AVT-COUNTER-ID(WS-AVT-IDX)
                       TO JOBSUM-COUNTER-ID
                   MOVE 0                   TO JOBSUM-INCREMENTS
                   MOVE WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
                       TO JOBSUM-STARTING-VALUE
                   MOVE WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
                       TO JOBSUM-ENDING-VALUE
                   MOVE WS-CTR-CURRENT-VALUE(WS-CTR-IDX)
                       TO JOBSUM-HIGH-WATER-MARK
                   MOVE WS-AVT-TALLY(WS-AVT-IDX)
                       TO JOBSUM-VOIDED-COUNT
                   OPEN EXTEND SUMMARY-FILE
                   WRITE JOBSUM-RECORD
                   CLOSE SUMMARY-FILE
               END-IF
           END-PERFORM.

      *  The report lists each requesting system in the order it
      *  first appears on NUMASGN: its unused runs oldest grant
      *  first, then its totals and the unused numbers banded by
      *  age. Refused confirmations and ranges missing from the
      *  register close the page.
       2000-WRITE-USAGE-REPORT.
           OPEN OUTPUT USAGE-REPORT-FILE
           MOVE WS-TODAY-DATE TO WS-HDR-DATE
           MOVE WS-HDR-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           IF WS-SYS-TABLE-COUNT = 0
               MOVE "  NO GRANTED RANGES ON NUMASGN" TO UR-REPORT-LINE
               WRITE UR-REPORT-LINE
           END-IF
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-TABLE-COUNT
               PERFORM 2100-WRITE-SYSTEM-SECTION
           END-PERFORM
           MOVE "USAGE CONFIRMATIONS REFUSED:" TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           IF WS-EXC-TABLE-COUNT = 0
               MOVE "  NONE" TO UR-REPORT-LINE
               WRITE UR-REPORT-LINE
           END-IF
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-TABLE-COUNT
               MOVE WS-EXC-SYSTEM-ID(WS-EXC-IDX)  TO WS-EL-SYSTEM-ID
               MOVE WS-EXC-COUNTER-ID(WS-EXC-IDX) TO WS-EL-COUNTER-ID
               MOVE WS-EXC-CYCLE(WS-EXC-IDX)      TO WS-EL-CYCLE
               MOVE WS-EXC-FIRST-NUMBER(WS-EXC-IDX) TO WS-EL-FIRST
               MOVE WS-EXC-LAST-NUMBER(WS-EXC-IDX)  TO WS-EL-LAST
               MOVE WS-EXC-REASON(WS-EXC-IDX)     TO WS-EL-REASON
               MOVE WS-EXC-LINE TO UR-REPORT-LINE
               WRITE UR-REPORT-LINE
           END-PERFORM
           MOVE "GRANTED RANGES MISSING FROM ISSUEREG:" TO WS-TL-LABEL
           MOVE WS-OFF-REGISTER-COUNT TO WS-TL-COUNT
           MOVE WS-COUNT-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           MOVE "TOTAL RESERVED NUMBERS UNUSED:" TO WS-TL-LABEL
           MOVE WS-TOTAL-UNUSED TO WS-TL-COUNT
           MOVE WS-COUNT-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           MOVE "TOTAL NUMBERS AUTO-VOIDED THIS RUN:" TO WS-TL-LABEL
           MOVE WS-TOTAL-AUTO-VOIDED TO WS-TL-COUNT
           MOVE WS-COUNT-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           CLOSE USAGE-REPORT-FILE.

       2100-WRITE-SYSTEM-SECTION.
           MOVE WS-SYS-SYSTEM-ID(WS-SYS-IDX) TO WS-SH-SYSTEM-ID
           MOVE WS-SYS-HDR-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           PERFORM VARYING WS-UNU-IDX FROM 1 BY 1
                   UNTIL WS-UNU-IDX > WS-UNU-TABLE-COUNT
               IF WS-UNU-SYSTEM-ID(WS-UNU-IDX) =
                       WS-SYS-SYSTEM-ID(WS-SYS-IDX)
                   MOVE WS-UNU-COUNTER-ID(WS-UNU-IDX)
                       TO WS-UL-COUNTER-ID
                   MOVE WS-UNU-CYCLE(WS-UNU-IDX)    TO WS-UL-CYCLE
                   MOVE WS-UNU-FIRST-NUMBER(WS-UNU-IDX)
                       TO WS-UL-FIRST
                   MOVE WS-UNU-LAST-NUMBER(WS-UNU-IDX)
                       TO WS-UL-LAST
                   MOVE WS-UNU-COUNT(WS-UNU-IDX)    TO WS-UL-COUNT
                   MOVE WS-UNU-GRANT-DATE(WS-UNU-IDX)
                       TO WS-UL-GRANT-DATE
                   MOVE WS-UNU-AGE-DAYS(WS-UNU-IDX) TO WS-UL-AGE
                   MOVE WS-UNU-LIMIT(WS-UNU-IDX)    TO WS-UL-LIMIT
                   MOVE WS-UNU-ACTION(WS-UNU-IDX)   TO WS-UL-ACTION
                   MOVE WS-UNU-LINE TO UR-REPORT-LINE
                   WRITE UR-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE WS-SYS-RESERVED(WS-SYS-IDX)    TO WS-ST-RESERVED
           MOVE WS-SYS-USED(WS-SYS-IDX)        TO WS-ST-USED
           MOVE WS-SYS-VOIDED(WS-SYS-IDX)      TO WS-ST-VOIDED
           MOVE WS-SYS-UNUSED(WS-SYS-IDX)      TO WS-ST-UNUSED
           MOVE WS-SYS-AUTO-VOIDED(WS-SYS-IDX) TO WS-ST-AUTO-VOIDED
           MOVE WS-SYS-TOTAL-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE
           MOVE WS-SYS-BAND(WS-SYS-IDX, 1) TO WS-SB-BAND-1
           MOVE WS-SYS-BAND(WS-SYS-IDX, 2) TO WS-SB-BAND-2
           MOVE WS-SYS-BAND(WS-SYS-IDX, 3) TO WS-SB-BAND-3
           MOVE WS-SYS-BAND(WS-SYS-IDX, 4) TO WS-SB-BAND-4
           MOVE WS-SYS-BAND-LINE TO UR-REPORT-LINE
           WRITE UR-REPORT-LINE.

      *  Sets WS-KEY-FOUND when any granted range carries the
      *  (counter, cycle) key - the filter for the register slices.
       8000-FIND-BLOCK-KEY.
           MOVE "N" TO WS-KEY-FOUND-FLAG
           IF WS-BLK-TABLE-COUNT > 0
               SET WS-BLK-IDX TO 1
               SEARCH WS-BLK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BLK-COUNTER-ID(WS-BLK-IDX) =
                           WS-KEY-COUNTER-ID
                           AND WS-BLK-CYCLE(WS-BLK-IDX) = WS-KEY-CYCLE
                       SET WS-KEY-FOUND TO TRUE
               END-SEARCH
           END-IF.

       8100-SET-AGE-LIMIT.
           MOVE WS-DEFAULT-AGE-LIMIT TO WS-AGE-LIMIT
           MOVE "N" TO WS-AGE-FOUND-FLAG
           IF WS-AGE-TABLE-COUNT > 0
               SET WS-AGE-IDX TO 1
               SEARCH WS-AGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-AGE-COUNTER-ID(WS-AGE-IDX) =
                           WS-KEY-COUNTER-ID
                       SET WS-AGE-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF WS-AGE-FOUND
               MOVE WS-AGE-LIMIT-DAYS(WS-AGE-IDX) TO WS-AGE-LIMIT
           END-IF.

       8200-FIND-OR-ADD-SYSTEM.
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
                       "ON NUMASGN - WS-SYS-TABLE IS FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SYS-TABLE-COUNT
               SET WS-SYS-IDX TO WS-SYS-TABLE-COUNT
               MOVE WS-KEY-SYSTEM-ID TO WS-SYS-SYSTEM-ID(WS-SYS-IDX)
               MOVE 0 TO WS-SYS-RESERVED(WS-SYS-IDX)
               MOVE 0 TO WS-SYS-USED(WS-SYS-IDX)
               MOVE 0 TO WS-SYS-VOIDED(WS-SYS-IDX)
               MOVE 0 TO WS-SYS-UNUSED(WS-SYS-IDX)
               MOVE 0 TO WS-SYS-AUTO-VOIDED(WS-SYS-IDX)
               MOVE 0 TO WS-SYS-BAND(WS-SYS-IDX, 1)
               MOVE 0 TO WS-SYS-BAND(WS-SYS-IDX, 2)
               MOVE 0 TO WS-SYS-BAND(WS-SYS-IDX, 3)
               MOVE 0 TO WS-SYS-BAND(WS-SYS-IDX, 4)
           END-IF.

       8400-ADD-VOIDED-NUMBER.
           IF WS-VRG-TABLE-COUNT >= 20000
               DISPLAY "FATAL: VOIDREG HAS MORE THAN 20000 RECORDS "
                   "FOR THE GRANTED COUNTER CYCLES - WS-VRG-TABLE IS "
                   "FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VRG-TABLE-COUNT
           SET WS-VRG-IDX TO WS-VRG-TABLE-COUNT.

       8500-ADD-USAGE-ENTRY.
           IF WS-USE-TABLE-COUNT >= 20000
               DISPLAY "FATAL: USAGEREG HAS MORE THAN 20000 "
                   "CONFIRMATIONS - WS-USE-TABLE IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-USE-TABLE-COUNT
           SET WS-USE-IDX TO WS-USE-TABLE-COUNT.
